       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP159.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  MAINTENANCE OF THE AGREEMENT FEE TABLE         *
      *  (CADTUSCV) - CONTRACTED PRICE OF EACH CATALOG  *
      *  ITEM PER AGREEMENT / TUSS CODE / EFFECTIVE     *
      *  DATE                                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTUSCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETUSCV
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLAN WITH DUPLICATES.

           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS TU-DESCR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTUSCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSCV.DAT".
           COPY CPTUSCVR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 CONVNOME      PIC X(30) VALUE SPACES.
       01 W-LISTCONV    PIC 9(04) VALUE ZEROS.
       01 W-LISTCOD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELATUSCV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "--------------------[ AGREEMENT FEE TABL".
           05  LINE 02  COLUMN 41
               VALUE  "E (TUSS) ]------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " AGREEMENT:".
           05  LINE 06  COLUMN 01
               VALUE  " TUSS CODE:".
           05  LINE 08  COLUMN 01
               VALUE  " DEFAULT PRICE R$:".
           05  LINE 08  COLUMN 32
               VALUE  "(CATALOG - SMP158)".
           05  LINE 10  COLUMN 01
               VALUE  " EFFECTIVE FROM:".
           05  LINE 10  COLUMN 30
               VALUE  "(BLANK = LIST THE ITEM'S PRICES)".
           05  LINE 12  COLUMN 01
               VALUE  " CONTRACTED PRICE R$:".
           05  LINE 14  COLUMN 01
               VALUE  " LAST CHANGED:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCONV
               LINE 04  COLUMN 13  PIC 9(04)
               USING  TC-CONV
               HIGHLIGHT.
           05  TCONVNOME
               LINE 04  COLUMN 19  PIC X(30)
               USING  CONVNOME
               HIGHLIGHT.
           05  TCOD
               LINE 06  COLUMN 13  PIC 9(08)
               USING  TC-COD
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 23  PIC X(30)
               USING  TU-DESCR
               HIGHLIGHT.
           05  TTUVALOR
               LINE 08  COLUMN 20  PIC 9(05)V99
               USING  TU-VALOR.
           05  TVIGENCIA
               LINE 10  COLUMN 18  PIC 9999/99/99
               USING  TC-VIGENCIA
               HIGHLIGHT.
           05  TVALOR
               LINE 12  COLUMN 23  PIC 9(05)V99
               USING  TC-VALOR
               HIGHLIGHT.
           05  TATUAL
               LINE 14  COLUMN 16  PIC 9999/99/99
               USING  TC-ATUAL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADTUSCV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTUSCV
                 CLOSE CADTUSCV
                 MOVE "*** CADTUSCV ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADTUSCV FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONV
           OPEN INPUT CADTUSS
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO CONVNOME TU-DESCR
           MOVE ZEROS TO TC-CONV TC-COD TC-VIGENCIA TC-VALOR TC-ATUAL
           MOVE ZEROS TO TU-VALOR W-SEL
           DISPLAY TELATUSCV.

       R2.
           MOVE ZEROS TO TC-CONV

           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF TC-CONV = ZEROS
                MOVE "*** ENTER THE AGREEMENT CODE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

           MOVE TC-CONV TO COD
           READ CADCONV KEY IS COD
           IF ST-ERRO2 NOT = "00"
                MOVE "*** AGREEMENT CODE DOES NOT EXIST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE NOUN TO CONVNOME
           DISPLAY TCONVNOME.

       R3.
           MOVE ZEROS TO TC-COD TU-VALOR
           MOVE SPACES TO TU-DESCR

           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF TC-COD = ZEROS
                MOVE "*** ENTER THE TUSS CODE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

           MOVE TC-COD TO TU-COD
           READ CADTUSS
           IF ST-ERRO3 NOT = "00"
                MOVE "*** TUSS CODE NOT IN THE CATALOG ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           DISPLAY TDESCR
           DISPLAY TTUVALOR.

       R4.
           MOVE ZEROS TO TC-VIGENCIA

           ACCEPT TVIGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           IF TC-VIGENCIA = ZEROS
                PERFORM TCV-LIST THRU TCV-LIST-FIM
                GO TO R1.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADTUSCV.
           READ CADTUSCV
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELATUSCV
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADTUSCV FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R5.
           MOVE ZEROS TO TC-VALOR

           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

           IF TC-VALOR = ZEROS
              MOVE "*** ENTER THE CONTRACTED PRICE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TC-ATUAL
           DISPLAY TATUAL
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
                WRITE REGTUSCV
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
                      GO TO R5
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
                DELETE CADTUSCV RECORD
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
                REWRITE REGTUSCV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ BLANK DATE LISTS THE AGREEMENT/ITEM'S HISTORY ]--------
       TCV-LIST.
           MOVE TC-CONV TO W-LISTCONV
           MOVE TC-COD TO W-LISTCOD
           MOVE ZEROS TO TC-VIGENCIA
           START CADTUSCV KEY IS NOT LESS CHAVETUSCV INVALID KEY
                 MOVE "*** NO PRICE ROW RECORDED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TCV-LIST-FIM.
       TCV-LIST2.
           READ CADTUSCV NEXT
           IF ST-ERRO NOT = "00"
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TCV-LIST-FIM.
           IF TC-CONV NOT = W-LISTCONV OR TC-COD NOT = W-LISTCOD
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TCV-LIST-FIM.

           DISPLAY TELATUSCV
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
           IF W-OPCAO = "X" OR "x"
                 GO TO TCV-LIST-FIM.
           GO TO TCV-LIST2.
       TCV-LIST-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTUSCV CADCONV CADTUSS.
       ROT-FIM2.
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
      *    NOTE: A NEW PRICE IS KEYED AS A NEW ROW FROM ITS EFFECTIVE
      *    DATE, SO EXAMS ALREADY DONE KEEP BEING PRICED AT THE RATE
      *    IN FORCE ON THEIR DATE.
      *---------------------*** END OF PROGRAM ***--------------------*
