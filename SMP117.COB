       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP117.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MAINTENANCE OF THE NURSING STAFF MASTER     *
      *     NURSES AND TECHNICIANS BY COREN - A COREN   *
      *     ALREADY EXPIRED IS NOT ACCEPTED             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EN-NOME WITH DUPLICATES.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENF.DAT".
           COPY CPENFR.

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
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-DATAV.
          03 W-DATAV-ANO PIC 9(04).
          03 W-DATAV-MES PIC 9(02).
          03 W-DATAV-DIA PIC 9(02).
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
       77 W-FUNCDESC    PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA117.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          ***NURSING STAFF REGISTRATION***".
           05  LINE 04  COLUMN 01
               VALUE  "  COREN UF       :".
           05  LINE 05  COLUMN 01
               VALUE  "  COREN NUMBER   :".
           05  LINE 07  COLUMN 01
               VALUE  "  NAME           :".
           05  LINE 09  COLUMN 01
               VALUE  "  ROLE (E/T/A)   :".
           05  LINE 10  COLUMN 01
               VALUE  "  E=REGISTERED NURSE  T=TECHNICIAN  A=AUXILIARY".
           05  LINE 12  COLUMN 01
               VALUE  "  COREN VALID UNTIL (YYYYMMDD):".
           05  TCORENUF
               LINE 04  COLUMN 20  PIC X(02)
               USING  EN-CORENUF
               HIGHLIGHT.
           05  TCOREN
               LINE 05  COLUMN 20  PIC 9(06)
               USING  EN-COREN
               HIGHLIGHT.
           05  TNOME
               LINE 07  COLUMN 20  PIC X(30)
               USING  EN-NOME
               HIGHLIGHT.
           05  TFUNCAO
               LINE 09  COLUMN 20  PIC X(01)
               USING  EN-FUNCAO
               HIGHLIGHT.
           05  TFUNCDESC
               LINE 09  COLUMN 23  PIC X(20)
               USING  W-FUNCDESC
               HIGHLIGHT.
           05  TCORENVAL
               LINE 12  COLUMN 33  PIC 9(08)
               USING  EN-CORENVAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADENF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADENF
                 CLOSE CADENF
                 MOVE "*** CREATE FILE **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR CREATING FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      ********** END *************************
      ********* SHOW SCREEN**********************
       R1.
           MOVE SPACES TO EN-CORENUF EN-NOME EN-FUNCAO W-FUNCDESC
           MOVE ZEROS TO EN-COREN EN-CORENVAL W-SEL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA117.

      ********* END SHOW SCREEN **********************
       R2.
           ACCEPT TCORENUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EN-CORENUF = SPACES
              MOVE "*** ENTER COREN UF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R2A.
           ACCEPT TCOREN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF EN-COREN = 0
              MOVE "*** ENTER COREN NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.

       READ-CADENF.
           READ CADENF
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM EN-SHOW THRU EN-SHOW-FIM
                DISPLAY TELA117
                IF EN-CORENVAL < W-HOJEN
                   MOVE "*** COREN EXPIRED - UPDATE THE VALID DATE ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERROR READING THE FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           DISPLAY TELA117
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF EN-NOME = SPACES
              MOVE "*** ENTER THE NAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TFUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EN-FUNCAO = "e"
              MOVE "E" TO EN-FUNCAO.
           IF EN-FUNCAO = "t"
              MOVE "T" TO EN-FUNCAO.
           IF EN-FUNCAO = "a"
              MOVE "A" TO EN-FUNCAO.
           IF EN-FUNCAO NOT = "E" AND EN-FUNCAO NOT = "T"
                                  AND EN-FUNCAO NOT = "A"
              MOVE "*** ROLE MUST BE E, T OR A ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM EN-SHOW THRU EN-SHOW-FIM
           DISPLAY TFUNCDESC.

       R5.
           ACCEPT TCORENVAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE EN-CORENVAL TO W-DATAV
           IF W-DATAV-MES < 1 OR W-DATAV-MES > 12
              OR W-DATAV-DIA < 1 OR W-DATAV-DIA > 31
              MOVE "*** INVALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF EN-CORENVAL < W-HOJEN
              MOVE "*** COREN EXPIRED - NOT ACCEPTED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES e N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGENF
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED NURSING STAFF *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN RECORDING NURSING STAFF FILE"
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
                DELETE CADENF RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED NURSING STAFF RECORD ***" TO MENS
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
                MOVE "SMP117" TO DL-PROGRAMA
                MOVE "CADENF" TO DL-ARQUIVO
                MOVE CHAVEENF TO DL-CHAVE
                MOVE REGENF TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO CHANGE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  e  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGENF
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CHANGE RECORD ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "RECORD CHANGE ERROR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *--[ ROLE DESCRIPTION ECHOED NEXT TO THE ROLE CODE ]--------------
       EN-SHOW.
           MOVE SPACES TO W-FUNCDESC
           IF EN-FUNCAO = "E"
              MOVE "REGISTERED NURSE" TO W-FUNCDESC.
           IF EN-FUNCAO = "T"
              MOVE "NURSING TECHNICIAN" TO W-FUNCDESC.
           IF EN-FUNCAO = "A"
              MOVE "NURSING AUXILIARY" TO W-FUNCDESC.
       EN-SHOW-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADENF.
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
      *    NOTE: THE COREN VALID-UNTIL DATE MUST NOT BE BEFORE TODAY
      *    ON EVERY NEW RECORD OR CHANGE, SO A PERSON WHOSE COREN HAS
      *    LAPSED CAN ONLY BE KEPT ON FILE UNTIL THE RENEWAL DATE IS
      *    KEYED. SMP118 REFUSES TO ROSTER A LAPSED COREN.

      *---------------------*** END OF PROGRAM ***--------------------*
