       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP144.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  UNIT (BRANCH CLINIC) MASTER (CADUNID)          *
      *  EVERY BOOKING, ROOM, STOCK LOT, RECEIPT,       *
      *  VEHICLE, TEMPLATE AND OPERATOR CARRIES ONE OF  *
      *  THESE CODES - UNIT 01 IS THE MAIN BUILDING.    *
      *  A UNIT IS CLOSED, NEVER DELETED, SO ITS        *
      *  HISTORY STILL READS                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.

       01 LIN-LISTA.
          03 LL-CODIGO  PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LL-SIGLA   PIC X(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LL-NOME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LL-CIDADE  PIC X(20).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LL-SITU    PIC X(06).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAUNID.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------------[ UNIT (BRANCH ".
           05  LINE 02  COLUMN 41
               VALUE  "CLINIC) MASTER ]------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " UNIT CODE:".
           05  LINE 04  COLUMN 20
               VALUE  "(00 = LIST ALL UNITS)".
           05  LINE 06  COLUMN 01
               VALUE  " NAME:".
           05  LINE 07  COLUMN 01
               VALUE  " SHORT NAME:".
           05  LINE 09  COLUMN 01
               VALUE  " ADDRESS:".
           05  LINE 10  COLUMN 01
               VALUE  " CITY:".
           05  LINE 10  COLUMN 32
               VALUE  "STATE:".
           05  LINE 12  COLUMN 01
               VALUE  " CNES NR:".
           05  LINE 14  COLUMN 01
               VALUE  " STATUS (A=OPEN I=CLOSED):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCODIGO
               LINE 04  COLUMN 13  PIC 9(02)
               USING  UN-CODIGO
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 08  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.
           05  TSIGLA
               LINE 07  COLUMN 14  PIC X(06)
               USING  UN-SIGLA
               HIGHLIGHT.
           05  TENDERECO
               LINE 09  COLUMN 11  PIC X(40)
               USING  UN-ENDERECO
               HIGHLIGHT.
           05  TCIDADE
               LINE 10  COLUMN 08  PIC X(20)
               USING  UN-CIDADE
               HIGHLIGHT.
           05  TUF
               LINE 10  COLUMN 39  PIC X(02)
               USING  UN-UF
               HIGHLIGHT.
           05  TCNES
               LINE 12  COLUMN 11  PIC 9(07)
               USING  UN-CNES
               HIGHLIGHT.
           05  TATIVO
               LINE 14  COLUMN 28  PIC X(01)
               USING  UN-ATIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADUNID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADUNID
                 CLOSE CADUNID
                 MOVE "*** CADUNID ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADUNID FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO UN-NOME UN-SIGLA UN-ENDERECO UN-CIDADE UN-UF
           MOVE ZEROS TO UN-CODIGO UN-CNES W-SEL
           MOVE "A" TO UN-ATIVO
           DISPLAY TELAUNID.

       R2.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF UN-CODIGO = ZEROS
                   GO TO LST-001.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADUNID.
           READ CADUNID
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAUNID
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADUNID FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF UN-NOME = SPACES
              MOVE "*** ENTER THE UNIT NAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TSIGLA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

       R5.
           ACCEPT TENDERECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT TCIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           ACCEPT TUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

       R7.
           ACCEPT TCNES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

       R8.
           ACCEPT TATIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF UN-ATIVO NOT = "A" AND UN-ATIVO NOT = "I"
              MOVE "*** STATUS IS A=OPEN OR I=CLOSED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      *    RECORDS WITHOUT A UNIT FALL BACK ON THE MAIN BUILDING,
      *    SO UNIT 01 ALWAYS STAYS OPEN
           IF UN-CODIGO = 01 AND UN-ATIVO = "I"
              MOVE "*** UNIT 01 (MAIN BUILDING) CANNOT CLOSE ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGUNID
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
      * ROTINA DE CONSULTA/ALTERACAO          *
      *****************************************
      *
       ACE-001.
                MOVE ZEROS TO W-SEL
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE"
                ACCEPT (23, 30) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                MOVE 1 TO W-SEL
                GO TO R3.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGUNID
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ LISTS EVERY UNIT ON THE FILE, ONE SCREEN PAGE ]--------
       LST-001.
           DISPLAY TELAUNID
           DISPLAY (05, 01) LIMPA
           MOVE 05 TO W-LIN
           MOVE ZEROS TO UN-CODIGO
           START CADUNID KEY IS NOT LESS UN-CODIGO INVALID KEY
                 GO TO LST-FIM.
       LST-002.
           READ CADUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO LST-FIM.
           IF W-LIN > 20
              GO TO LST-FIM.
           MOVE UN-CODIGO TO LL-CODIGO
           MOVE UN-SIGLA  TO LL-SIGLA
           MOVE UN-NOME   TO LL-NOME
           MOVE UN-CIDADE TO LL-CIDADE
           IF UN-ATIVO = "I"
              MOVE "CLOSED" TO LL-SITU
           ELSE
              MOVE "OPEN" TO LL-SITU.
           DISPLAY (W-LIN, 02) LIN-LISTA
           ADD 1 TO W-LIN
           GO TO LST-002.
       LST-FIM.
           MOVE "*** PRESS ENTER TO CONTINUE ***" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT (23, 50) W-OPCAO
           MOVE SPACES TO MENS
           GO TO R1.

       ROT-FIM.
           CLOSE CADUNID.
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
      *---------------------*** END OF PROGRAM ***--------------------*
