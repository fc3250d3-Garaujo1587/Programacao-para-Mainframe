       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP118.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MAINTENANCE OF THE WARD NURSING ROSTER      *
      *     ASSIGNS NURSING STAFF TO A WARD / ROOM      *
      *     RANGE BY DATE AND SHIFT                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESCALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS EN-NOME WITH DUPLICATES.

       SELECT CADQUARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUARTO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCAL.DAT".
           COPY CPESCALR.

       FD CADENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENF.DAT".
           COPY CPENFR.

       FD CADQUARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUARTO.DAT".
       01 REGQUARTO.
          03 QUARTO         PIC 9(04).
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER         PIC X(01).
          03 UNIQ           PIC 9(02).

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
       01 W-ESCAVAIL    PIC X(01) VALUE "N".
       01 W-ENFAVAIL    PIC X(01) VALUE "N".
       01 W-QTOAVAIL    PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
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
       77 W-ENFNOME     PIC X(30) VALUE SPACES.
       77 W-FUNCDESC    PIC X(20) VALUE SPACES.
       77 W-TURNODESC   PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA118.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          ***WARD NURSING DUTY ROSTER***".
           05  LINE 04  COLUMN 01
               VALUE  "  DUTY DATE (YYYYMMDD):".
           05  LINE 05  COLUMN 01
               VALUE  "  SHIFT (M/T/N)       :".
           05  LINE 06  COLUMN 01
               VALUE  "  M=MORNING  T=AFTERNOON  N=NIGHT".
           05  LINE 08  COLUMN 01
               VALUE  "  COREN UF            :".
           05  LINE 09  COLUMN 01
               VALUE  "  COREN NUMBER        :".
           05  LINE 10  COLUMN 01
               VALUE  "  NAME                :".
           05  LINE 11  COLUMN 01
               VALUE  "  ROLE                :".
           05  LINE 13  COLUMN 01
               VALUE  "  WARD                :".
           05  LINE 14  COLUMN 01
               VALUE  "  FIRST ROOM          :".
           05  LINE 15  COLUMN 01
               VALUE  "  LAST ROOM           :".
           05  TESDATA
               LINE 04  COLUMN 25  PIC 9(08)
               USING  ES-DATA
               HIGHLIGHT.
           05  TESTURNO
               LINE 05  COLUMN 25  PIC X(01)
               USING  ES-TURNO
               HIGHLIGHT.
           05  TTURNODESC
               LINE 05  COLUMN 28  PIC X(20)
               USING  W-TURNODESC
               HIGHLIGHT.
           05  TESCORENUF
               LINE 08  COLUMN 25  PIC X(02)
               USING  ES-CORENUF
               HIGHLIGHT.
           05  TESCOREN
               LINE 09  COLUMN 25  PIC 9(06)
               USING  ES-COREN
               HIGHLIGHT.
           05  TENFNOME
               LINE 10  COLUMN 25  PIC X(30)
               USING  W-ENFNOME
               HIGHLIGHT.
           05  TFUNCDESC
               LINE 11  COLUMN 25  PIC X(20)
               USING  W-FUNCDESC
               HIGHLIGHT.
           05  TESALA
               LINE 13  COLUMN 25  PIC X(10)
               USING  ES-ALA
               HIGHLIGHT.
           05  TESQTOINI
               LINE 14  COLUMN 25  PIC 9(04)
               USING  ES-QUARTOINI
               HIGHLIGHT.
           05  TESQTOFIM
               LINE 15  COLUMN 25  PIC 9(04)
               USING  ES-QUARTOFIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADESCAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESCAL
                 CLOSE CADESCAL
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
           MOVE "Y" TO W-ESCAVAIL
           OPEN INPUT CADENF
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NURSING STAFF FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "Y" TO W-ENFAVAIL.
       R0B.
           MOVE "N" TO W-QTOAVAIL
           OPEN INPUT CADQUARTO
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-QTOAVAIL.

      ********** END *************************
      ********* SHOW SCREEN**********************
       R1.
           MOVE SPACES TO ES-TURNO ES-CORENUF ES-ALA
           MOVE SPACES TO W-ENFNOME W-FUNCDESC W-TURNODESC
           MOVE ZEROS TO ES-DATA ES-COREN ES-QUARTOINI ES-QUARTOFIM
           MOVE ZEROS TO W-SEL
           DISPLAY TELA118.

      ********* END SHOW SCREEN **********************
       R2.
           ACCEPT TESDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE ES-DATA TO W-DATAV
           IF W-DATAV-MES < 1 OR W-DATAV-MES > 12
              OR W-DATAV-DIA < 1 OR W-DATAV-DIA > 31
              OR W-DATAV-ANO = ZEROS
              MOVE "*** INVALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R2A.
           ACCEPT TESTURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ES-TURNO = "m"
              MOVE "M" TO ES-TURNO.
           IF ES-TURNO = "t"
              MOVE "T" TO ES-TURNO.
           IF ES-TURNO = "n"
              MOVE "N" TO ES-TURNO.
           IF ES-TURNO NOT = "M" AND ES-TURNO NOT = "T"
                                 AND ES-TURNO NOT = "N"
              MOVE "*** SHIFT MUST BE M, T OR N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           PERFORM ES-SHOW THRU ES-SHOW-FIM
           DISPLAY TTURNODESC.
       R2B.
           ACCEPT TESCORENUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF ES-CORENUF = SPACES
              MOVE "*** ENTER COREN UF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
       R2C.
           ACCEPT TESCOREN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2B.
           IF ES-COREN = 0
              MOVE "*** ENTER COREN NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.

       READ-CADESCAL.
           READ CADESCAL
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM ES-SHOW THRU ES-SHOW-FIM
                DISPLAY TELA118
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING THE FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R2D.
           MOVE ES-CORENUF TO EN-CORENUF
           MOVE ES-COREN   TO EN-COREN
           READ CADENF
               KEY IS CHAVEENF
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NURSING STAFF NOT REGISTERED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
           PERFORM ES-SHOW THRU ES-SHOW-FIM
           DISPLAY TENFNOME TFUNCDESC
           IF EN-CORENVAL < ES-DATA
              MOVE "*** COREN EXPIRED ON THE DUTY DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.

       R3.
           DISPLAY TELA118
           ACCEPT TESALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2C.
           IF ES-ALA = SPACES
              MOVE "*** ENTER THE WARD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TESQTOINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ES-QUARTOINI = 0
              MOVE "*** ENTER THE FIRST ROOM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-QTOAVAIL = "Y"
              MOVE ES-QUARTOINI TO QUARTO
              READ CADQUARTO
                  KEY IS QUARTO
              IF ST-ERRO3 NOT = "00"
                 MOVE "*** ROOM NOT REGISTERED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
       R4A.
           ACCEPT TESQTOFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ES-QUARTOFIM = 0
              MOVE ES-QUARTOINI TO ES-QUARTOFIM
              DISPLAY TESQTOFIM.
           IF ES-QUARTOFIM < ES-QUARTOINI
              MOVE "*** LAST ROOM BEFORE FIRST ROOM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           IF W-QTOAVAIL = "Y"
              MOVE ES-QUARTOFIM TO QUARTO
              READ CADQUARTO
                  KEY IS QUARTO
              IF ST-ERRO3 NOT = "00"
                 MOVE "*** ROOM NOT REGISTERED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4A.

           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES e N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGESCALA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED DUTY ROSTER *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN RECORDING ROSTER FILE"
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
                DELETE CADESCAL RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ROSTER RECORD ***" TO MENS
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
                MOVE "SMP118" TO DL-PROGRAMA
                MOVE "CADESCAL" TO DL-ARQUIVO
                MOVE CHAVEESCALA TO DL-CHAVE
                MOVE REGESCALA TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO CHANGE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  e  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGESCALA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CHANGE RECORD ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "RECORD CHANGE ERROR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *--[ ECHO SHIFT, NAME AND ROLE FOR THE ROSTER ROW ON SCREEN ]-----
       ES-SHOW.
           MOVE SPACES TO W-TURNODESC W-ENFNOME W-FUNCDESC
           IF ES-TURNO = "M"
              MOVE "MORNING 07-13" TO W-TURNODESC.
           IF ES-TURNO = "T"
              MOVE "AFTERNOON 13-19" TO W-TURNODESC.
           IF ES-TURNO = "N"
              MOVE "NIGHT 19-07" TO W-TURNODESC.
           MOVE ES-CORENUF TO EN-CORENUF
           MOVE ES-COREN   TO EN-COREN
           READ CADENF
               KEY IS CHAVEENF
           IF ST-ERRO2 NOT = "00"
              GO TO ES-SHOW-FIM.
           MOVE EN-NOME TO W-ENFNOME
           IF EN-FUNCAO = "E"
              MOVE "REGISTERED NURSE" TO W-FUNCDESC.
           IF EN-FUNCAO = "T"
              MOVE "NURSING TECHNICIAN" TO W-FUNCDESC.
           IF EN-FUNCAO = "A"
              MOVE "NURSING AUXILIARY" TO W-FUNCDESC.
       ES-SHOW-FIM.
           EXIT.

       ROT-FIM.
           IF W-ESCAVAIL = "Y"
              CLOSE CADESCAL.
           IF W-ENFAVAIL = "Y"
              CLOSE CADENF.
           IF W-QTOAVAIL = "Y"
              CLOSE CADQUARTO.
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
      *    NOTE: A PERSON IS ONLY ROSTERED WHEN ON CADENF (SMP117)
      *    WITH A COREN STILL VALID ON THE DUTY DATE. THE ROOM RANGE
      *    IS CHECKED AGAINST CADQUARTO WHEN THAT FILE IS AVAILABLE.
      *    A NIGHT SHIFT IS DATED BY THE EVENING IT STARTS.

      *---------------------*** END OF PROGRAM ***--------------------*
