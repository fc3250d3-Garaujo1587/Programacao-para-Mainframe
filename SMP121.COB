       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP121.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      * MAINTENANCE OF DOCTOR-TO-AGREEMENT CREDENTIALING *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
           COPY CPCREDR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 CLEAR         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).
       01 W-HORAINI.
          03 W-HORAINI-HH PIC 9(02).
          03 W-HORAINI-MM PIC 9(02).
          03 W-HORAINI-SS PIC 9(02).
          03 W-HORAINI-CC PIC 9(02).
       01 W-HORAFIM.
          03 W-HORAFIM-HH PIC 9(02).
          03 W-HORAFIM-MM PIC 9(02).
          03 W-HORAFIM-SS PIC 9(02).
          03 W-HORAFIM-CC PIC 9(02).
       01 W-DATACHK     PIC 9(08) VALUE ZEROS.
       01 W-DATACHK-R REDEFINES W-DATACHK.
          03 W-DC-ANO   PIC 9(04).
          03 W-DC-MES   PIC 9(02).
          03 W-DC-DIA   PIC 9(02).
       77 W-SEGINI      PIC 9(07) VALUE ZEROS.
       77 W-SEGFIM      PIC 9(07) VALUE ZEROS.
       77 W-DECOR       PIC S9(07) VALUE ZEROS.
       77 W-ESPERA      PIC 9(05) VALUE ZEROS.
       77 W-MEDNOME     PIC X(30) VALUE SPACES.
       77 W-CONVNOME    PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA121.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        ***DOCTOR-TO-AGREEMENT CREDENTIALING***".
           05  LINE 04  COLUMN 01
               VALUE  "  CRM UF:".
           05  LINE 05  COLUMN 01
               VALUE  "  CRM   :".
           05  LINE 06  COLUMN 01
               VALUE  "  DOCTOR:".
           05  LINE 08  COLUMN 01
               VALUE  "  AGREEMENT:".
           05  LINE 10  COLUMN 01
               VALUE  "  VALID FROM (YYYYMMDD):".
           05  LINE 12  COLUMN 01
               VALUE  "  VALID TO   (YYYYMMDD):".
           05  LINE 12  COLUMN 36
               VALUE  "(ZEROS = NO END DATE)".
           05  TCDCRMUF
               LINE 04  COLUMN 11  PIC X(02)
               USING  CD-CRMUF
               HIGHLIGHT.
           05  TCDCRM
               LINE 05  COLUMN 11  PIC 9(06)
               USING  CD-CRM
               HIGHLIGHT.
           05  TMEDNOME
               LINE 06  COLUMN 11  PIC X(30)
               USING  W-MEDNOME
               HIGHLIGHT.
           05  TCDCONV
               LINE 08  COLUMN 14  PIC 9(04)
               USING  CD-CONV
               HIGHLIGHT.
           05  TCONVNOME
               LINE 08  COLUMN 20  PIC X(30)
               USING  W-CONVNOME
               HIGHLIGHT.
           05  TCDINICIO
               LINE 10  COLUMN 26  PIC 9(08)
               USING  CD-INICIO
               HIGHLIGHT.
           05  TCDFIM
               LINE 12  COLUMN 26  PIC 9(08)
               USING  CD-FIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADCRED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCRED
                 CLOSE CADCRED
                 MOVE "*** CREATE FILE **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR CREATING FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "*** DOCTOR FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0B.
           OPEN INPUT CADCONV
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AGREEMENT FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      ********** END *************************
      ********* SHOW SCREEN**********************
       R1.
           MOVE SPACES TO CD-CRMUF W-MEDNOME W-CONVNOME
           MOVE ZEROS TO CD-CRM CD-CONV CD-INICIO CD-FIM W-SEL
           DISPLAY TELA121.

      ********* END SHOW SCREEN **********************
       R2.
           ACCEPT TCDCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CD-CRMUF = SPACES
              MOVE "*** ENTER CRM UF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R2A.
           ACCEPT TCDCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CD-CRM = 0
              MOVE "*** ENTER CRM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       R2B.
           MOVE CD-CRMUF TO CRMUF
           MOVE CD-CRM   TO CRM
           READ CADMED
               KEY IS CHAVEMED
           IF ST-ERRO2 NOT = "00"
              MOVE "*** DOCTOR NOT REGISTERED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           MOVE NOUN TO W-MEDNOME
           DISPLAY TMEDNOME.

       R2C.
           ACCEPT TCDCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF CD-CONV = 0
              MOVE "*** ENTER AGREEMENT CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.
       R2D.
           MOVE CD-CONV TO CODCONV
           READ CADCONV
               KEY IS CODCONV
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AGREEMENT NOT REGISTERED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.
           MOVE NOUNCONV TO W-CONVNOME
           DISPLAY TCONVNOME.

       R2E.
           ACCEPT TCDINICIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2C.
           MOVE CD-INICIO TO W-DATACHK
           IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
              OR W-DC-DIA < 1 OR W-DC-DIA > 31
              MOVE "*** ENTER A VALID START DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2E.

       READ-CADCRED.
           READ CADCRED
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA121
                GO TO ACE-001

             ELSE
                MOVE "ERROR READING THE FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           DISPLAY TELA121
           ACCEPT TCDFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2E.
           IF CD-FIM = 0
              GO TO INC-OPC.
           MOVE CD-FIM TO W-DATACHK
           IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
              OR W-DC-DIA < 1 OR W-DC-DIA > 31
              MOVE "*** ENTER A VALID END DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF CD-FIM < CD-INICIO
              MOVE "*** END DATE BEFORE START DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES e N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED CREDENTIALING *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN RECORDING CREDENTIALING FILE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.


      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW RECORD   C=CHANGE   D=DELETE"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO DELETE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  e  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADCRED RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED CREDENTIALING RECORD ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "RECORD DELETION ERROR "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *--------[ BEFORE-IMAGE WRITE TO THE SHARED DELETION LOG ]--------
       DLOG-WRITE.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                OPEN EXTEND CADDELOG
                IF ST-ERRO-DL NOT = "00"
                   OPEN OUTPUT CADDELOG
                   CLOSE CADDELOG
                   OPEN EXTEND CADDELOG.
                MOVE W-HOJE-ANO TO DL-ANO
                MOVE W-HOJE-MES TO DL-MES
                MOVE W-HOJE-DIA TO DL-DIA
                MOVE W-HORA-HH TO DL-HH
                MOVE W-HORA-MM TO DL-MM
                MOVE W-HORA-SS TO DL-SS
                MOVE "SMP121" TO DL-PROGRAMA
                MOVE "CADCRED" TO DL-ARQUIVO
                MOVE CHAVECRED TO DL-CHAVE
                MOVE REGCRED TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO CHANGE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  e  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CHANGE RECORD ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "RECORD CHANGE ERROR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCRED CADMED CADCONV.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
               DISPLAY (23, 12) MENS.
       ROT-MENS1.
       ROT-MENS2.
               MOVE 150 TO W-ESPERA
               PERFORM ROT-ESPERA THRU ROT-ESPERA-FIM
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------[ ROTINA DE ESPERA - ELAPSED-TIME PAUSE ]---*
      *    HOLDS THE SCREEN FOR W-ESPERA HUNDREDTHS OF A
      *    SECOND, CHECKED AGAINST THE SYSTEM CLOCK INSTEAD
      *    OF A CPU-SPEED-DEPENDENT ITERATION COUNT.
       ROT-ESPERA.
                ACCEPT W-HORAINI FROM TIME.
       ROT-ESPERA1.
                ACCEPT W-HORAFIM FROM TIME
                COMPUTE W-SEGINI = W-HORAINI-HH * 360000 +
                                    W-HORAINI-MM * 6000 +
                                    W-HORAINI-SS * 100 +
                                    W-HORAINI-CC
                COMPUTE W-SEGFIM = W-HORAFIM-HH * 360000 +
                                    W-HORAFIM-MM * 6000 +
                                    W-HORAFIM-SS * 100 +
                                    W-HORAFIM-CC
                COMPUTE W-DECOR = W-SEGFIM - W-SEGINI
                IF W-DECOR < 0
                   ADD 8640000 TO W-DECOR.
                IF W-DECOR < W-ESPERA
                   GO TO ROT-ESPERA1.
       ROT-ESPERA-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: A DOCTOR MAY HOLD SEVERAL ROWS FOR THE SAME
      *    AGREEMENT (ONE PER CREDENTIALING PERIOD). BOOKING
      *    (SMP006), THE PORTAL IMPORT (SMP074) AND THE OPEN-SLOTS
      *    EXTRACT (SMP043) ONLY ACCEPT AN AGREEMENT VISIT WHOSE
      *    DATE FALLS INSIDE ONE OF THEM.

      *---------------------*** END OF PROGRAM ***--------------------*
