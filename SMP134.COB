       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP134.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  MAINTENANCE OF THE AMBULANCE TRIP RATE FILE    *
      *  (CADAMBTX) - FIXED CHARGE AND RATE PER KM BY   *
      *  TRIP TYPE AND DISTANCE BAND                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAMBTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAMBTX
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAMBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMBTX.DAT".
           COPY CPAMBTXR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TIPONOME      PIC X(20) VALUE SPACES.
       01 W-LISTTIPO    PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAAMBTX.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------[ AMBULANCE TRIP RATES ".
           05  LINE 02  COLUMN 41
               VALUE  "]---------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " TRIP TYPE (1=EMERG 2=URGENT 3=ROUTINE):".
           05  LINE 06  COLUMN 01
               VALUE  " DISTANCE BAND UP TO (KM):".
           05  LINE 07  COLUMN 01
               VALUE  " (0 = LIST THE TYPE'S BANDS)".
           05  LINE 09  COLUMN 01
               VALUE  " FIXED CHARGE:".
           05  LINE 11  COLUMN 01
               VALUE  " RATE PER KM:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TTIPO
               LINE 04  COLUMN 42  PIC 9(01)
               USING  AT-TIPO
               HIGHLIGHT.
           05  TTIPONOME
               LINE 04  COLUMN 45  PIC X(20)
               USING  TIPONOME
               HIGHLIGHT.
           05  TKMATE
               LINE 06  COLUMN 28  PIC 9(04)
               USING  AT-KMATE
               HIGHLIGHT.
           05  TVALBASE
               LINE 09  COLUMN 16  PIC 9(05)V99
               USING  AT-VALBASE
               HIGHLIGHT.
           05  TVALKM
               LINE 11  COLUMN 15  PIC 9(03)V99
               USING  AT-VALKM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADAMBTX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAMBTX
                 CLOSE CADAMBTX
                 MOVE "*** CADAMBTX ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADAMBTX FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO TIPONOME
           MOVE ZEROS TO AT-TIPO AT-KMATE AT-VALBASE AT-VALKM
           DISPLAY TELAAMBTX.

       R2.
           MOVE ZEROS TO AT-TIPO
           MOVE SPACES TO TIPONOME

           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF AT-TIPO = 1
              MOVE "EMERGENCY" TO TIPONOME.
           IF AT-TIPO = 2
              MOVE "URGENT" TO TIPONOME.
           IF AT-TIPO = 3
              MOVE "ROUTINE / TRANSFER" TO TIPONOME.
           IF TIPONOME = SPACES
                MOVE "*** TRIP TYPE IS 1, 2 OR 3 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY TTIPONOME.

       R3.
           MOVE ZEROS TO AT-KMATE

           ACCEPT TKMATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF AT-KMATE = ZEROS
                PERFORM TAX-LIST THRU TAX-LIST-FIM
                GO TO R1.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADAMBTX.
           READ CADAMBTX
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAAMBTX
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADAMBTX FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           MOVE ZEROS TO AT-VALBASE

           ACCEPT TVALBASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

       R5.
           MOVE ZEROS TO AT-VALKM

           ACCEPT TVALKM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

           IF AT-VALBASE = ZEROS AND AT-VALKM = ZEROS
              MOVE "*** ENTER THE FIXED CHARGE OR THE KM RATE ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAMBTX
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                MOVE ZEROS TO W-SEL
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE"
                ACCEPT (23, 42) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R4
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADAMBTX RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAMBTX
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ BAND ZERO LISTS THE TRIP TYPE'S DISTANCE BANDS ]-------
       TAX-LIST.
           MOVE AT-TIPO TO W-LISTTIPO
           MOVE ZEROS TO AT-KMATE
           START CADAMBTX KEY IS NOT LESS CHAVEAMBTX INVALID KEY
                 MOVE "*** NO RATE RECORDED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TAX-LIST-FIM.
       TAX-LIST2.
           READ CADAMBTX NEXT
           IF ST-ERRO NOT = "00"
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TAX-LIST-FIM.
           IF AT-TIPO NOT = W-LISTTIPO
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TAX-LIST-FIM.

           DISPLAY TELAAMBTX
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
           IF W-OPCAO = "X" OR "x"
                 GO TO TAX-LIST-FIM.
           GO TO TAX-LIST2.
       TAX-LIST-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAMBTX.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: THE TOP BAND OF A TYPE SHOULD GO UP TO 9999 KM SO
      *    NO TRIP IS LEFT WITHOUT A RATE BY THE BILLING RUN (SMP135).
      *---------------------*** END OF PROGRAM ***--------------------*
