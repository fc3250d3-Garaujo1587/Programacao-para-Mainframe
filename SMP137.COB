       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP137.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  VEHICLE DOCUMENT EXPIRY (CADVDOC)              *
      *  LICENSING (CRLV) AND INSURANCE EXPIRY PER      *
      *  VEHREG VEHICLE - SMP035 LISTS THEM 30 DAYS     *
      *  BEFORE THEY RUN OUT                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VD-PLATE
                    FILE STATUS  IS ST-ERRO.

           SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDOC.DAT".
           COPY CPVDOCR.

       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-VDAVAIL     PIC X(01) VALUE "N".
       01 W-VHAVAIL     PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 DONONOME      PIC X(30) VALUE SPACES.
       01 VEICNOME      PIC X(20) VALUE SPACES.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

       01 W-SDATA.
          03 SD-ANO     PIC 9(04).
          03 SD-MES     PIC 9(02).
          03 SD-DIA     PIC 9(02).
       01 W-SDATAN REDEFINES W-SDATA PIC 9(08).

      *----[ MONTH-LENGTH TABLE - LEAP YEAR ADDS A DAY TO FEBRUARY ]---
       01 TABMESX.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 28.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
       01 TABMES REDEFINES TABMESX.
          03 TBMES      PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAVDOC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------------[ VEHICLE DOCUMEN".
           05  LINE 02  COLUMN 41
               VALUE  "T EXPIRY ]-----------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PLATE:".
           05  LINE 06  COLUMN 01
               VALUE  " OWNER:".
           05  LINE 07  COLUMN 01
               VALUE  " VEHICLE:".
           05  LINE 10  COLUMN 01
               VALUE  " LICENSING (CRLV) EXPIRES:".
           05  LINE 12  COLUMN 01
               VALUE  " INSURANCE EXPIRES:".
           05  LINE 13  COLUMN 01
               VALUE  " INSURER:".
           05  LINE 14  COLUMN 01
               VALUE  " POLICY NR:".
           05  LINE 16  COLUMN 01
               VALUE  " (A ZERO DATE IS NOT TRACKED)".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TPLATE
               LINE 04  COLUMN 09  PIC X(07)
               USING  VD-PLATE
               HIGHLIGHT.
           05  TDONO
               LINE 06  COLUMN 09  PIC X(30)
               USING  DONONOME
               HIGHLIGHT.
           05  TVEIC
               LINE 07  COLUMN 11  PIC X(20)
               USING  VEICNOME
               HIGHLIGHT.
           05  TLICVENC
               LINE 10  COLUMN 28  PIC 9999/99/99
               USING  VD-LICVENC
               HIGHLIGHT.
           05  TSEGVENC
               LINE 12  COLUMN 28  PIC 9999/99/99
               USING  VD-SEGVENC
               HIGHLIGHT.
           05  TSEGCIA
               LINE 13  COLUMN 11  PIC X(30)
               USING  VD-SEGCIA
               HIGHLIGHT.
           05  TSEGAPOL
               LINE 14  COLUMN 13  PIC X(20)
               USING  VD-SEGAPOL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADVDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVDOC
                 CLOSE CADVDOC
                 MOVE "*** CADVDOC ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADVDOC FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           MOVE "Y" TO W-VDAVAIL
           OPEN INPUT VEHREG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEHREG FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "Y" TO W-VHAVAIL.

       R1.
           MOVE SPACES TO VD-PLATE VD-SEGCIA VD-SEGAPOL
           MOVE SPACES TO DONONOME VEICNOME
           MOVE ZEROS TO VD-LICVENC VD-SEGVENC W-SEL
           DISPLAY TELAVDOC.

       R2.
           ACCEPT TPLATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF VD-PLATE = SPACES
                   GO TO R2.
           MOVE VD-PLATE TO PLATE
           READ VEHREG
           IF ST-ERRO2 NOT = "00"
                MOVE "*** VEHICLE NOT IN VEHREG ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE NAMEP TO DONONOME
           MOVE MODEL TO VEICNOME
           DISPLAY TDONO
           DISPLAY TVEIC.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADVDOC.
           READ CADVDOC
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAVDOC
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADVDOC FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TLICVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF VD-LICVENC = ZEROS
                   GO TO R4.
           MOVE VD-LICVENC TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TSEGVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF VD-SEGVENC = ZEROS
                   GO TO R5.
           MOVE VD-SEGVENC TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TSEGCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VD-SEGVENC NOT = ZEROS AND VD-SEGCIA = SPACES
              MOVE "*** ENTER THE INSURER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TSEGAPOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF VD-LICVENC = ZEROS AND VD-SEGVENC = ZEROS
              MOVE "*** ENTER AT LEAST ONE EXPIRY DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGVDOC
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
                      GO TO R3
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
                DELETE CADVDOC RECORD
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
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGVDOC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ CHECKS W-SDATA - MENS STAYS SPACES WHEN VALID ]--------
       DATA-VALIDA.
           MOVE SPACES TO MENS
           IF SD-MES < 1 OR SD-MES > 12 OR SD-DIA < 1
              MOVE "*** ENTER A VALID DATE ***" TO MENS
              GO TO DATA-VALIDA-FIM.
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           IF SD-DIA > W-DIASMES
              MOVE "*** DAY INVALID ***" TO MENS.
       DATA-VALIDA-FIM.
           EXIT.

      *--------[ DAYS IN THE MONTH OF W-SDATA (GREGORIAN LEAP RULE) ]---
       MES-DIAS.
           MOVE TBMES(SD-MES) TO W-DIASMES
           IF SD-MES NOT = 2
              GO TO MES-DIAS-FIM.
           DIVIDE SD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE SD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE SD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD400 = 0 OR (W-MOD4 = 0 AND W-MOD100 NOT = 0)
              MOVE 29 TO W-DIASMES.
       MES-DIAS-FIM.
           EXIT.

       ROT-FIM.
           IF W-VDAVAIL = "Y"
              CLOSE CADVDOC.
           IF W-VHAVAIL = "Y"
              CLOSE VEHREG.
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
      *---------------------*** END OF PROGRAM ***--------------------*
