       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP106.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DAILY ACCOUNTING JOURNAL EXPORT             *
      *     TURNS THE DAY'S AGREEMENT BILLING, INSURER  *
      *     REMITTANCES, DENIALS, APPEAL RECOVERIES AND *
      *     CASH-DESK RECEIPTS INTO A BALANCED DOUBLE-  *
      *     ENTRY JOURNAL FILE FOR THE ACCOUNTING       *
      *     SYSTEM, USING THE CADCONTA ACCOUNT MAPPING, *
      *     WITH A CONTROL REPORT OF THE TOTALS AND OF  *
      *     EVERYTHING THAT COULD NOT BE MAPPED         *
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

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECNUM
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS RC-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-FATNUM
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS RG-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RG-MOTIVO WITH DUPLICATES.

       SELECT JOURNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

       SELECT RELJORNL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTA.DAT".
           COPY CPCONTAR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

       FD JOURNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
           COPY CPJORNL.

       FD RELJORNL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELJORNL.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-FTAVAIL     PIC X(01) VALUE "N".
       01 W-RCAVAIL     PIC X(01) VALUE "N".
       01 W-RGAVAIL     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 W-LANC        PIC 9(06) VALUE ZEROS.
       01 W-TOTDEB      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCRED     PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDNAO      PIC 9(06) VALUE ZEROS.
       01 W-VLRNAO      PIC 9(09)V99 VALUE ZEROS.
       01 W-PAGO        PIC 9(05)V99 VALUE ZEROS.
       01 W-GLOSA       PIC 9(05)V99 VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".

      *----[ THE EVENT BEING JOURNALED - SET BEFORE LANCA ]-------------
       01 W-EVENTO      PIC X(03) VALUE SPACES.
       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-FORMA       PIC X(01) VALUE SPACES.
       01 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       01 W-DOCTO       PIC 9(08) VALUE ZEROS.

      *----[ EVENT TYPES IN CONTROL-REPORT ORDER ]----------------------
       01 TABEVTX.
          03 FILLER     PIC X(28) VALUE "FATAGREEMENT INVOICES BILLED".
          03 FILLER     PIC X(28) VALUE "REMINSURER REMITTANCES".
          03 FILLER     PIC X(28) VALUE "GLODENIALS ON REMITTANCE".
          03 FILLER     PIC X(28) VALUE "RECDENIALS RECOVERED".
          03 FILLER     PIC X(28) VALUE "CAICASH-DESK RECEIPTS".
       01 TABEVT REDEFINES TABEVTX.
          03 TBEVT OCCURS 5 TIMES.
             05 TBEVT-COD    PIC X(03).
             05 TBEVT-DESC   PIC X(25).

       01 TABACUM.
          03 TBACUM OCCURS 5 TIMES.
             05 TBAC-QTD     PIC 9(06).
             05 TBAC-VALOR   PIC 9(09)V99.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELJORNL - ACCOUNTING JOURNAL CONTROL - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-NAOTIT.
          03 FILLER   PIC X(50) VALUE
             "EVENTS NOT MAPPED IN CADCONTA - NOT IN THE JOURNAL".

       01 LIN-NAOCAB.
          03 FILLER   PIC X(40) VALUE
             "  EVT  DOCUMENT AGRM FORM        VALUE ".

       01 LIN-NAO.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 NEVENTO    PIC X(03).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 NDOCTO     PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 NCONV      PIC 9(04).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 NFORMA     PIC X(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 NVALOR     PIC Z.ZZZ.ZZ9,99.

       01 LIN-EVCAB.
          03 FILLER   PIC X(40) VALUE
             "EVENT                          ENTRIES ".
          03 FILLER   PIC X(20) VALUE
             "             VALUE".

       01 LIN-EV.
          03 EVCOD      PIC X(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 EVDESC     PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 EVQTD      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 EVVALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "JOURNAL ENTRIES WRITTEN .... ".
          03 R1TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "TOTAL DEBITS ............... ".
          03 R2TOT      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "TOTAL CREDITS .............. ".
          03 R3TOT      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "EVENTS NOT MAPPED .......... ".
          03 R4TOT      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R4VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD5.
          03 R5TXT      PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADCONTA FILE NOT FOUND - SEE SMP105 ***"
                                                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

      *    A SITE WITH NO AGREEMENT BILLING, NO CASH DESK OR NO
      *    APPEALS YET SIMPLY HAS NOTHING OF THAT KIND TO JOURNAL
           MOVE "N" TO W-FTAVAIL
           OPEN INPUT CADFATUR
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-FTAVAIL.
           MOVE "N" TO W-RCAVAIL
           OPEN INPUT CADRECIB
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-RCAVAIL.
           MOVE "N" TO W-RGAVAIL
           OPEN INPUT CADRECUR
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-RGAVAIL.

           OPEN OUTPUT JOURNAL
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING THE JOURNAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN OUTPUT RELJORNL
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE JOURNAL
                 GO TO ROT-FIM.

           MOVE "*** GENERATING ACCOUNTING JOURNAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-NAOTIT TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-NAOCAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-LANC W-TOTDEB W-TOTCRED W-QTDNAO W-VLRNAO
           MOVE 1 TO IND.
       INC-ZERA.
           MOVE ZEROS TO TBAC-QTD(IND) TBAC-VALOR(IND)
           ADD 1 TO IND
           IF IND NOT > 5
              GO TO INC-ZERA.

           IF W-FTAVAIL = "Y"
              PERFORM VARRE-FAT THRU VARRE-FAT-FIM.
           IF W-RGAVAIL = "Y"
              PERFORM VARRE-REC THRU VARRE-REC-FIM.
           IF W-RCAVAIL = "Y"
              PERFORM VARRE-CAI THRU VARRE-CAI-FIM.

       INC-FIM.
           IF W-QTDNAO = ZEROS
              MOVE "  (NONE)" TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-EVCAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO IND.
       INC-FIM1.
           MOVE TBEVT-COD(IND)  TO EVCOD
           MOVE TBEVT-DESC(IND) TO EVDESC
           MOVE TBAC-QTD(IND)   TO EVQTD
           MOVE TBAC-VALOR(IND) TO EVVALOR
           MOVE LIN-EV TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO IND
           IF IND NOT > 5
              GO TO INC-FIM1.

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-LANC TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTDEB TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTCRED TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDNAO TO R4TOT
           MOVE W-VLRNAO TO R4VALOR
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           IF W-TOTDEB = W-TOTCRED
              MOVE "JOURNAL BALANCED - DEBITS EQUAL CREDITS" TO R5TXT
           ELSE
              MOVE "*** JOURNAL OUT OF BALANCE ***" TO R5TXT.
           MOVE LIN-ROD5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** JOURNAL AND RELJORNL.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE JOURNAL RELJORNL.

       ROT-FIM.
           CLOSE CADCONTA.
           IF W-FTAVAIL = "Y"
              CLOSE CADFATUR.
           IF W-RCAVAIL = "Y"
              CLOSE CADRECIB.
           IF W-RGAVAIL = "Y"
              CLOSE CADRECUR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ INVOICE LINES - BILLED TODAY, AND REMITTANCES ]----------
      *------[ POSTED TODAY SPLIT INTO PAID AND DENIED VALUE  ]---------
       VARRE-FAT.
           MOVE ZEROS TO FATNUM
           START CADFATUR KEY IS NOT LESS FATNUM INVALID KEY
                 GO TO VARRE-FAT-FIM.
       VARRE-FAT1.
           READ CADFATUR NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-FAT-FIM.

      *    SELF-PAY LINES (AGREEMENT 0000) ARE SETTLED AT THE CASH
      *    DESK AND JOURNALED FROM THEIR RECEIPT
           IF FT-CONV = ZEROS
              GO TO VARRE-FAT1.

           IF FT-DATAFAT = W-HOJE AND FT-STATUS NOT = "X"
              MOVE "FAT"    TO W-EVENTO
              MOVE FT-CONV  TO W-CONV
              MOVE SPACE    TO W-FORMA
              MOVE FT-VALOR TO W-VALOR
              MOVE FATNUM   TO W-DOCTO
              PERFORM LANCA THRU LANCA-FIM.

           IF FT-PAGDATA NOT = W-HOJE OR FT-SITPAG = SPACE
              GO TO VARRE-FAT1.

      *    A VALUE LATER RECOVERED ON APPEAL IS ALREADY IN
      *    FT-PAGVALOR BUT IS JOURNALED ON ITS OWN DAY AS REC
           MOVE FT-PAGVALOR TO W-PAGO
           IF W-RGAVAIL = "Y"
              MOVE FATNUM TO RG-FATNUM
              READ CADRECUR
              IF ST-ERRO4 = "00"
                 IF RG-VLRRECUP NOT > W-PAGO
                    SUBTRACT RG-VLRRECUP FROM W-PAGO.
           MOVE ZEROS TO W-GLOSA
           IF FT-VALOR > W-PAGO
              COMPUTE W-GLOSA = FT-VALOR - W-PAGO.

           IF W-PAGO > ZEROS
              MOVE "REM"    TO W-EVENTO
              MOVE FT-CONV  TO W-CONV
              MOVE SPACE    TO W-FORMA
              MOVE W-PAGO   TO W-VALOR
              MOVE FATNUM   TO W-DOCTO
              PERFORM LANCA THRU LANCA-FIM.
           IF W-GLOSA > ZEROS
              MOVE "GLO"    TO W-EVENTO
              MOVE FT-CONV  TO W-CONV
              MOVE SPACE    TO W-FORMA
              MOVE W-GLOSA  TO W-VALOR
              MOVE FATNUM   TO W-DOCTO
              PERFORM LANCA THRU LANCA-FIM.
           GO TO VARRE-FAT1.
       VARRE-FAT-FIM.
           EXIT.

      *------[ APPEALS ANSWERED TODAY WITH A VALUE RECOVERED ]----------
       VARRE-REC.
           MOVE ZEROS TO RG-FATNUM
           START CADRECUR KEY IS NOT LESS RG-FATNUM INVALID KEY
                 GO TO VARRE-REC-FIM.
       VARRE-REC1.
           READ CADRECUR NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO VARRE-REC-FIM.
           IF RG-DATARES NOT = W-HOJE OR RG-VLRRECUP = ZEROS
              GO TO VARRE-REC1.
           MOVE "REC"       TO W-EVENTO
           MOVE RG-CONV     TO W-CONV
           MOVE SPACE       TO W-FORMA
           MOVE RG-VLRRECUP TO W-VALOR
           MOVE RG-FATNUM   TO W-DOCTO
           PERFORM LANCA THRU LANCA-FIM
           GO TO VARRE-REC1.
       VARRE-REC-FIM.
           EXIT.

      *------[ TODAY'S CASH-DESK RECEIPTS, BY PAYMENT FORM ]------------
       VARRE-CAI.
           MOVE W-HOJE TO RC-DATA
           START CADRECIB KEY IS NOT LESS RC-DATA INVALID KEY
                 GO TO VARRE-CAI-FIM.
       VARRE-CAI1.
           READ CADRECIB NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO VARRE-CAI-FIM.
           IF RC-DATA NOT = W-HOJE
              GO TO VARRE-CAI-FIM.
           MOVE "CAI"       TO W-EVENTO
           MOVE ZEROS       TO W-CONV
           MOVE RC-FORMA    TO W-FORMA
           MOVE RC-VALOR    TO W-VALOR
           MOVE RECNUM      TO W-DOCTO
           PERFORM LANCA THRU LANCA-FIM
           GO TO VARRE-CAI1.
       VARRE-CAI-FIM.
           EXIT.

      *------[ ONE EVENT - MAPS IT AND WRITES ITS DEBIT AND ]-----------
      *------[ CREDIT LINES, OR LISTS IT AS NOT MAPPED      ]-----------
       LANCA.
           PERFORM MAP-BUSCA THRU MAP-BUSCA-FIM
           IF W-ACHOU NOT = "Y"
              MOVE W-EVENTO TO NEVENTO
              MOVE W-DOCTO  TO NDOCTO
              MOVE W-CONV   TO NCONV
              MOVE W-FORMA  TO NFORMA
              MOVE W-VALOR  TO NVALOR
              MOVE LIN-NAO TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDNAO
              ADD W-VALOR TO W-VLRNAO
              GO TO LANCA-FIM.

           ADD 1 TO W-LANC
           MOVE W-HOJE   TO JN-DATA
           MOVE W-LANC   TO JN-LANC
           MOVE W-VALOR  TO JN-VALOR
           MOVE W-EVENTO TO JN-EVENTO
           MOVE W-DOCTO  TO JN-DOCTO
           MOVE W-CONV   TO JN-CONV
           MOVE CT-HIST  TO JN-HIST
           MOVE "D"       TO JN-TIPO
           MOVE CT-DEBITO TO JN-CONTA
           WRITE REGJORNL
           ADD W-VALOR TO W-TOTDEB
           MOVE "C"        TO JN-TIPO
           MOVE CT-CREDITO TO JN-CONTA
           WRITE REGJORNL
           ADD W-VALOR TO W-TOTCRED

           MOVE 1 TO IND.
       LANCA1.
           IF TBEVT-COD(IND) = W-EVENTO
              ADD 1 TO TBAC-QTD(IND)
              ADD W-VALOR TO TBAC-VALOR(IND)
              GO TO LANCA-FIM.
           ADD 1 TO IND
           IF IND NOT > 5
              GO TO LANCA1.
       LANCA-FIM.
           EXIT.

      *------[ EXACT AGREEMENT/FORM ROW FIRST, THEN THE 0000 ]----------
      *------[ OR BLANK-FORM ROW FOR THE SAME EVENT          ]----------
       MAP-BUSCA.
           MOVE "N" TO W-ACHOU
           MOVE W-EVENTO TO CT-EVENTO
           MOVE W-CONV   TO CT-CONV
           MOVE W-FORMA  TO CT-FORMA
           READ CADCONTA
           IF ST-ERRO = "00"
              GO TO MAP-BUSCA2.
           MOVE W-EVENTO TO CT-EVENTO
           MOVE ZEROS    TO CT-CONV
           MOVE SPACE    TO CT-FORMA
           READ CADCONTA
           IF ST-ERRO NOT = "00"
              GO TO MAP-BUSCA-FIM.
       MAP-BUSCA2.
           IF CT-DEBITO NOT = SPACES AND CT-CREDITO NOT = SPACES
              MOVE "Y" TO W-ACHOU.
       MAP-BUSCA-FIM.
           EXIT.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *
      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: AN UNMAPPED EVENT IS LEFT OUT OF THE JOURNAL WHOLE,
      *    NEVER HALF-POSTED, SO THE FILE STAYS BALANCED - FINANCE
      *    ADDS THE MISSING CADCONTA ROW AND POSTS IT BY HAND.

      *---------------------*** END OF PROGRAM ***--------------------*
