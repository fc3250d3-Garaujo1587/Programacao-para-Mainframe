       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP105.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAINTENANCE OF THE ACCOUNTING JOURNAL MAPPING  *
      *   (CADCONTA) - THE DEBIT AND CREDIT ACCOUNTS     *
      *   EACH BILLING, REMITTANCE AND CASH-DESK EVENT   *
      *   POSTS TO, BY AGREEMENT OR PAYMENT FORM         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONTA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLAN WITH DUPLICATES.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTA.DAT".
           COPY CPCONTAR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 CONVNOME      PIC X(30) VALUE SPACES.
       01 EVTXT         PIC X(30) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACONTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------------[ ACCOUNTING JO".
           05  LINE 02  COLUMN 41
               VALUE  "URNAL MAPPING ]------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " EVENT:".
           05  LINE 05  COLUMN 01
               VALUE  "   FAT=INVOICE BILLED  REM=REMITTANCE  GL".
           05  LINE 05  COLUMN 42
               VALUE  "O=DENIAL ON REMITTANCE".
           05  LINE 06  COLUMN 01
               VALUE  "   REC=DENIAL RECOVERED ON APPEAL  CAI=CA".
           05  LINE 06  COLUMN 42
               VALUE  "SH-DESK RECEIPT".
           05  LINE 08  COLUMN 01
               VALUE  " AGREEMENT (0000=ANY):".
           05  LINE 10  COLUMN 01
               VALUE  " PAYMENT FORM (CAI ONLY - BLANK=ANY  D=CA".
           05  LINE 10  COLUMN 42
               VALUE  "SH  C=CARD  P=PIX):".
           05  LINE 12  COLUMN 01
               VALUE  " DEBIT ACCOUNT:".
           05  LINE 14  COLUMN 01
               VALUE  " CREDIT ACCOUNT:".
           05  LINE 16  COLUMN 01
               VALUE  " HISTORY TEXT:".
           05  LINE 18  COLUMN 01
               VALUE  " LAST CHANGED:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TEVENTO
               LINE 04  COLUMN 09  PIC X(03)
               USING  CT-EVENTO
               HIGHLIGHT.
           05  TEVTXT
               LINE 04  COLUMN 14  PIC X(30)
               USING  EVTXT
               HIGHLIGHT.
           05  TCONV
               LINE 08  COLUMN 24  PIC 9(04)
               USING  CT-CONV
               HIGHLIGHT.
           05  TCONVNOME
               LINE 08  COLUMN 30  PIC X(30)
               USING  CONVNOME
               HIGHLIGHT.
           05  TFORMA
               LINE 10  COLUMN 62  PIC X(01)
               USING  CT-FORMA
               HIGHLIGHT.
           05  TDEBITO
               LINE 12  COLUMN 17  PIC X(12)
               USING  CT-DEBITO
               HIGHLIGHT.
           05  TCREDITO
               LINE 14  COLUMN 18  PIC X(12)
               USING  CT-CREDITO
               HIGHLIGHT.
           05  THIST
               LINE 16  COLUMN 16  PIC X(30)
               USING  CT-HIST
               HIGHLIGHT.
           05  TDATAALT
               LINE 18  COLUMN 16  PIC 9999/99/99
               USING  CT-DATAALT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADCONTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTA
                 CLOSE CADCONTA
                 MOVE "*** CADCONTA ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADCONTA FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADCONV FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO CT-EVENTO CT-FORMA CT-DEBITO CT-CREDITO
           MOVE SPACES TO CT-HIST CONVNOME EVTXT
           MOVE ZEROS TO CT-CONV CT-DATAALT
           MOVE "N" TO W-EXISTE
           DISPLAY TELACONTA.

       R2.
           ACCEPT TEVENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           PERFORM EV-TXT THRU EV-TXT-FIM
           IF EVTXT = SPACES
              MOVE "*** JUST TYPE FAT, REM, GLO, REC OR CAI ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TEVTXT
      *    CASH-DESK RECEIPTS ARE SELF-PAY - MAPPED BY FORM ONLY
           IF CT-EVENTO = "CAI"
              MOVE ZEROS TO CT-CONV
              MOVE SPACES TO CONVNOME
              DISPLAY TCONV
              DISPLAY TCONVNOME
              GO TO R4.

       R3.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE SPACES TO CT-FORMA
           DISPLAY TFORMA
           IF CT-CONV = ZEROS
              MOVE "ANY AGREEMENT" TO CONVNOME
              DISPLAY TCONVNOME
              GO TO LER-CADCONTA.
           MOVE CT-CONV TO COD
           READ CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** AGREEMENT NOT ON FILE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE NOUN TO CONVNOME
           DISPLAY TCONVNOME
           GO TO LER-CADCONTA.

       R4.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CT-FORMA NOT = SPACE AND CT-FORMA NOT = "D"
                                   AND CT-FORMA NOT = "C"
                                   AND CT-FORMA NOT = "P"
              MOVE "*** JUST TYPE D, C, P OR LEAVE BLANK ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE-----------*

       LER-CADCONTA.
           MOVE "N" TO W-EXISTE
           READ CADCONTA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                DISPLAY TELACONTA
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADCONTA FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R5.
           ACCEPT TDEBITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CT-DEBITO = SPACES
              MOVE "*** ENTER THE DEBIT ACCOUNT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCREDITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CT-CREDITO = SPACES
              MOVE "*** ENTER THE CREDIT ACCOUNT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF CT-CREDITO = CT-DEBITO
              MOVE "*** DEBIT AND CREDIT ACCOUNTS ARE THE SAME ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           IF CT-HIST = SPACES
              MOVE EVTXT TO CT-HIST.
           ACCEPT THIST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CT-HIST = SPACES
              MOVE "*** ENTER THE HISTORY TEXT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO CT-DATAALT
           DISPLAY TDATAALT
           IF W-EXISTE = "Y"
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCONTA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** MAPPING RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** MAPPING ALREADY EXISTS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERROR IN FILE RECORDING" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW  C=CHANGE  D=DELETE"
                ACCEPT (23, 40) W-OPCAO
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
                      GO TO R5.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES OR N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADCONTA RECORD
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
                MOVE "SMP105" TO DL-PROGRAMA
                MOVE "CADCONTA" TO DL-ARQUIVO
                MOVE CHAVECONTA TO DL-CHAVE
                MOVE REGCONTA TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONTA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ EVENT TYPE DISPLAY TEXT - SPACES IF NOT VALID ]--------
       EV-TXT.
           MOVE SPACES TO EVTXT
           IF CT-EVENTO = "FAT"
              MOVE "AGREEMENT INVOICE BILLED" TO EVTXT.
           IF CT-EVENTO = "REM"
              MOVE "INSURER REMITTANCE RECEIVED" TO EVTXT.
           IF CT-EVENTO = "GLO"
              MOVE "DENIAL (GLOSA) ON REMITTANCE" TO EVTXT.
           IF CT-EVENTO = "REC"
              MOVE "DENIAL RECOVERED ON APPEAL" TO EVTXT.
           IF CT-EVENTO = "CAI"
              MOVE "SELF-PAY CASH-DESK RECEIPT" TO EVTXT.
       EV-TXT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONTA CADCONV.
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
      *    NOTE: SMP106 LOOKS FOR THE EXACT AGREEMENT OR FORM ROW
      *    FIRST AND FALLS BACK TO THE 0000 / BLANK ROW.
      *---------------------*** END OF PROGRAM ***--------------------*
