       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP151.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  HOSPITAL CHARGE PRICE TABLE                    *
      *  UNIT PRICE OF EACH MEDICATION (PER DOSE),      *
      *  EXAM AND OTHER SERVICE CHARGED ON THE          *
      *  INPATIENT ACCOUNT (SMP152)                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTABPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETABPR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTABPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTABPR.DAT".
           COPY CPTABPRR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

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
       77 LIMPA         PIC X(78) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-TIPODESC    PIC X(14) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
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
       77 W-SEGINI      PIC 9(07) VALUE ZEROS.
       77 W-SEGFIM      PIC 9(07) VALUE ZEROS.
       77 W-DECOR       PIC S9(07) VALUE ZEROS.
       77 W-ESPERA      PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TABPRTELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------[ HOSPITAL CHARGE PRICE".
           05  LINE 02  COLUMN 41
               VALUE  " TABLE ]--------------------------------".
           05  LINE 05  COLUMN 01
               VALUE  "     ITEM TYPE      :".
           05  LINE 05  COLUMN 27
               VALUE  "(M=MEDICATION E=EXAM S=OTHER SERVICE)".
           05  LINE 07  COLUMN 01
               VALUE  "     DRUG CODE      :".
           05  LINE 07  COLUMN 30
               VALUE  "(MEDICATION ONLY - FROM THE FORMULARY)".
           05  LINE 09  COLUMN 01
               VALUE  "     ITEM NAME      :".
           05  LINE 11  COLUMN 01
               VALUE  "     UNIT PRICE R$  :".
           05  LINE 11  COLUMN 35
               VALUE  "(MEDICATION: PER DOSE GIVEN)".
           05  LINE 13  COLUMN 01
               VALUE  "     LAST CHANGED   :".

           05  TTPTIPO
               LINE 05  COLUMN 23  PIC X(01)
               USING  TP-TIPO
               HIGHLIGHT.
           05  TTIPODESC
               LINE 05  COLUMN 66  PIC X(14)
               USING  W-TIPODESC.
           05  TDRCOD
               LINE 07  COLUMN 23  PIC 9(05)
               USING  W-DRCOD
               HIGHLIGHT.
           05  TTPNOME
               LINE 09  COLUMN 23  PIC X(30)
               USING  TP-NOME
               HIGHLIGHT.
           05  TTPVALOR
               LINE 11  COLUMN 23  PIC 9(05)V99
               USING  TP-VALOR
               HIGHLIGHT.
           05  TTPATUAL
               LINE 13  COLUMN 23  PIC 9999/99/99
               USING  TP-ATUAL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADTABPR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTABPR
                 CLOSE CADTABPR
                 MOVE "*** CADTABPR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADTABPR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      *    WITHOUT THE FORMULARY THE DRUG LABEL IS TYPED IN FULL
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-DRAVAIL.

       R1.
           MOVE SPACES TO TP-TIPO TP-NOME W-TIPODESC
           MOVE ZEROS TO TP-VALOR TP-ATUAL W-DRCOD W-SEL
           DISPLAY TABPRTELA.

       R2.
           ACCEPT TTPTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TP-TIPO = "m" MOVE "M" TO TP-TIPO.
           IF TP-TIPO = "e" MOVE "E" TO TP-TIPO.
           IF TP-TIPO = "s" MOVE "S" TO TP-TIPO.
           IF TP-TIPO = "M"
              MOVE "MEDICATION" TO W-TIPODESC
           ELSE
              IF TP-TIPO = "E"
                 MOVE "EXAM" TO W-TIPODESC
              ELSE
                 IF TP-TIPO = "S"
                    MOVE "OTHER SERVICE" TO W-TIPODESC
                 ELSE
                    MOVE "*** JUST TYPE M, E OR S ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R2.
           DISPLAY TTIPODESC
           IF TP-TIPO NOT = "M" OR W-DRAVAIL NOT = "Y"
              GO TO R3.

      *    A MEDICATION IS PRICED UNDER ITS FORMULARY LABEL - THE
      *    SAME 30 CHARACTERS CADMAR CARRIES FOR EVERY DOSE
       R2A.
           ACCEPT TDRCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DRCOD = ZEROS
                MOVE "*** ENTER THE DRUG CODE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2A.
           MOVE W-DRCOD TO DR-COD
           READ CADDROGA
           IF ST-ERRO2 NOT = "00"
                MOVE "*** DRUG NOT IN THE FORMULARY ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2A.
           MOVE DR-NOME TO TP-NOME
           DISPLAY TTPNOME
           GO TO LER-CADTABPR.

       R3.
           ACCEPT TTPNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TP-NOME = SPACES
                MOVE "*** ENTER THE ITEM NAME ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

       LER-CADTABPR.
           READ CADTABPR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TABPRTELA
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADTABPR FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TTPVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TP-VALOR = ZEROS
                MOVE "*** ENTER THE UNIT PRICE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO TP-ATUAL
           DISPLAY TTPATUAL.

       INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA REFUSED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGTABPR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** PRICE RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *************************************************
      * ROUTE OF CONSULTATION / AMENDMENT / EXCLUSION *
      *************************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW    C=CHANGE    D=DELETE"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
                IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "C"
                   MOVE 1 TO W-SEL
                   GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADTABPR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
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
                MOVE "SMP151" TO DL-PROGRAMA
                MOVE "CADTABPR" TO DL-ARQUIVO
                MOVE CHAVETABPR TO DL-CHAVE
                MOVE REGTABPR TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGTABPR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADTABPR.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
       ROT-FIM2.
           STOP RUN.

      *---------[ MESSAGE ROUTINE ]---------------------
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
      *    00 = OPERATION PERFORMED SUCCESSFULLY
      *    22 = RECORD ALREADY REGISTERED
      *    23 = RECORD NOT FOUND
      *    30 = FILE NOT FOUND
      *    NOTE: A PRICE CHANGE APPLIES TO ACCOUNTS BUILT OR REBUILT
      *    AFTER IT; ITEMS ALREADY RELEASED TO BILLING KEEP THEIR
      *    PRICE.

      *---------------------*** END OF PROGRAM ***--------------------*
