       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP108.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     CARD AND PIX ACQUIRER RECONCILIATION        *
      *     READS THE ACQUIRER'S DAILY ACQSET           *
      *     SETTLEMENT FILE, MARKS EACH MATCHING        *
      *     CADRECIB RECEIPT AS SETTLED AND WRITES      *
      *     RELCONC - SETTLEMENTS WITH NO RECEIPT,      *
      *     VALUE DIFFERENCES, AND CARD/PIX RECEIPTS    *
      *     THE ACQUIRER HAS STILL NOT SETTLED          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACQSET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RC-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT RELCONC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ACQSET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACQSET.DAT".
           COPY CPLIQUID.

       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD RELCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONC.DAT".
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LQAVAIL     PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-QTDLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDOK       PIC 9(06) VALUE ZEROS.
       01 W-QTDDIF      PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMREC   PIC 9(06) VALUE ZEROS.
       01 W-QTDDUP      PIC 9(06) VALUE ZEROS.
       01 W-QTDPEN      PIC 9(06) VALUE ZEROS.
       01 W-VLRLIQ      PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRTAXA     PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRSEMREC   PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRPEN      PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRDIF      PIC S9(09)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELCONC - CARD/PIX ACQUIRER RECONCILIATION - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-SEMARQ.
          03 FILLER   PIC X(40) VALUE
             "*** NO SETTLEMENT FILE RECEIVED FROM THE".
          03 FILLER   PIC X(40) VALUE
             " ACQUIRER TONIGHT ***".

       01 LIN-TIT1.
          03 FILLER   PIC X(50) VALUE
             "SETTLEMENTS WITH NO RECEIPT OR A DIFFERENT VALUE".

       01 LIN-CAB1.
          03 FILLER   PIC X(40) VALUE
             "PROBLEM     SALE DATE  F TRANSACTION ID ".
          03 FILLER   PIC X(40) VALUE
             "        SETTLED  RECEIPT  RECEIPT VALUE".

       01 LIN-DET1.
          03 DPROBL     PIC X(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DFORMA     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTRANSID   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVLRLIQ    PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRECNUM    PIC ZZZZZZZ9.
          03 FILLER     PIC X(05) VALUE SPACES.
          03 DVLRREC    PIC ZZ.ZZ9,99.

       01 LIN-TIT2.
          03 FILLER   PIC X(50) VALUE
             "CARD/PIX RECEIPTS THE ACQUIRER HAS NOT SETTLED".

       01 LIN-CAB2.
          03 FILLER   PIC X(40) VALUE
             "RECEIPT  SALE DATE  F TRANSACTION ID    ".
          03 FILLER   PIC X(40) VALUE
             "        VALUE".

       01 LIN-DET2.
          03 PRECNUM    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 PDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 PFORMA     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 PTRANSID   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 PVALOR     PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 POBS       PIC X(15).

       01 LIN-NENHUM.
          03 FILLER   PIC X(10) VALUE "  (NONE)".

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "SETTLEMENT ROWS READ ....... ".
          03 R1TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "MATCHED, SAME VALUE ........ ".
          03 R2TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "MATCHED, VALUE DIFFERS ..... ".
          03 R3TOT      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R3VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "SETTLED WITH NO RECEIPT .... ".
          03 R4TOT      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R4VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD5.
          03 FILLER     PIC X(30) VALUE
             "SETTLED TWICE .............. ".
          03 R5TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD6.
          03 FILLER     PIC X(30) VALUE
             "GROSS SETTLED .............. ".
          03 FILLER     PIC X(10) VALUE SPACES.
          03 R6VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD7.
          03 FILLER     PIC X(30) VALUE
             "ACQUIRER FEES WITHHELD ..... ".
          03 FILLER     PIC X(10) VALUE SPACES.
          03 R7VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD8.
          03 FILLER     PIC X(30) VALUE
             "RECEIPTS NOT SETTLED ....... ".
          03 R8TOT      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R8VALOR    PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADRECIB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADRECIB FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN OUTPUT RELCONC
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECIB
                 GO TO ROT-FIM2.

           MOVE "*** RECONCILING CARD/PIX SETTLEMENTS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDLIDOS W-QTDOK W-QTDDIF W-QTDSEMREC
           MOVE ZEROS TO W-QTDDUP W-QTDPEN W-VLRLIQ W-VLRTAXA
           MOVE ZEROS TO W-VLRSEMREC W-VLRPEN W-VLRDIF

      *    NO FILE FROM THE ACQUIRER IS A NORMAL NIGHT (WEEKENDS AND
      *    HOLIDAYS) - THE UNSETTLED LIST IS STILL PRODUCED
           MOVE "N" TO W-LQAVAIL
           OPEN INPUT ACQSET
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-LQAVAIL
           ELSE
              MOVE LIN-SEMARQ TO LINHA-REL
              WRITE LINHA-REL
              GO TO PEND-001.

           MOVE LIN-TIT1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL.

      *------[ ONE SETTLEMENT ROW AT A TIME AGAINST CADRECIB ]----------
       LER-LIQ.
           READ ACQSET
           IF ST-ERRO2 NOT = "00"
              GO TO LER-LIQ-FIM.
           ADD 1 TO W-QTDLIDOS
           ADD LQ-VALOR TO W-VLRLIQ
           ADD LQ-TAXA TO W-VLRTAXA
           MOVE LQ-DATAVENDA TO DDATA
           MOVE LQ-FORMA TO DFORMA
           MOVE LQ-TRANSID TO DTRANSID
           MOVE LQ-VALOR TO DVLRLIQ
           MOVE ZEROS TO DRECNUM DVLRREC

           PERFORM BUSCA-RECIB THRU BUSCA-RECIB-FIM
           IF W-ACHOU NOT = "Y"
              MOVE "NO RECEIPT" TO DPROBL
              MOVE LIN-DET1 TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDSEMREC
              ADD LQ-VALOR TO W-VLRSEMREC
              GO TO LER-LIQ.

           MOVE RECNUM TO DRECNUM
           MOVE RC-VALOR TO DVLRREC
           IF RC-CONCSIT NOT = SPACE
              MOVE "DUPLICATE" TO DPROBL
              MOVE LIN-DET1 TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDDUP
              GO TO LER-LIQ.

           IF RC-VALOR = LQ-VALOR
              MOVE "S" TO RC-CONCSIT
              ADD 1 TO W-QTDOK
           ELSE
              MOVE "V" TO RC-CONCSIT
              MOVE "VALUE DIFF" TO DPROBL
              MOVE LIN-DET1 TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDDIF
              COMPUTE W-VLRDIF = W-VLRDIF + LQ-VALOR - RC-VALOR.
           MOVE LQ-DATALIQ TO RC-CONCDATA
           REWRITE REGRECIB
           IF ST-ERRO NOT = "00"
              MOVE "ERROR UPDATING THE RECEIPT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-LIQ-FIM.
           GO TO LER-LIQ.
       LER-LIQ-FIM.
           IF W-QTDSEMREC = ZEROS AND W-QTDDIF = ZEROS
                               AND W-QTDDUP = ZEROS
              MOVE LIN-NENHUM TO LINHA-REL
              WRITE LINHA-REL.

      *------[ CARD/PIX RECEIPTS BEFORE TODAY NOT YET SETTLED ]---------
       PEND-001.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TIT2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO RECNUM
           START CADRECIB KEY IS NOT LESS RECNUM INVALID KEY
                 GO TO PEND-FIM.
       PEND-002.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
              GO TO PEND-FIM.
           IF RC-FORMA = "D" OR RC-CONCSIT NOT = SPACE
              GO TO PEND-002.
           IF RC-DATA NOT < W-HOJE
              GO TO PEND-002.
           MOVE RECNUM TO PRECNUM
           MOVE RC-DATA TO PDATA
           MOVE RC-FORMA TO PFORMA
           MOVE RC-TRANSID TO PTRANSID
           MOVE RC-VALOR TO PVALOR
           MOVE SPACES TO POBS
           IF RC-AUTSIT = "M"
              MOVE "TERMINAL SLIP" TO POBS.
           MOVE LIN-DET2 TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDPEN
           ADD RC-VALOR TO W-VLRPEN
           GO TO PEND-002.
       PEND-FIM.
           IF W-QTDPEN = ZEROS
              MOVE LIN-NENHUM TO LINHA-REL
              WRITE LINHA-REL.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDLIDOS TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDOK TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDDIF TO R3TOT
           MOVE W-VLRDIF TO R3VALOR
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDSEMREC TO R4TOT
           MOVE W-VLRSEMREC TO R4VALOR
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDDUP TO R5TOT
           MOVE LIN-ROD5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VLRLIQ TO R6VALOR
           MOVE LIN-ROD6 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VLRTAXA TO R7VALOR
           MOVE LIN-ROD7 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDPEN TO R8TOT
           MOVE W-VLRPEN TO R8VALOR
           MOVE LIN-ROD8 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** RELCONC.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           IF W-LQAVAIL = "Y"
              CLOSE ACQSET.
           CLOSE CADRECIB RELCONC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ THE SALE IS LOOKED FOR AMONG THAT DAY'S RECEIPTS ]-------
      *------[ BY ITS TRANSACTION ID - A TERMINAL-SLIP SALE IS  ]-------
      *------[ FOUND THE SAME WAY FROM THE CODE THE CASHIER     ]-------
      *------[ TYPED                                            ]-------
       BUSCA-RECIB.
           MOVE "N" TO W-ACHOU
           MOVE LQ-DATAVENDA TO RC-DATA
           START CADRECIB KEY IS NOT LESS RC-DATA INVALID KEY
                 GO TO BUSCA-RECIB-FIM.
       BUSCA-RECIB1.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-RECIB-FIM.
           IF RC-DATA NOT = LQ-DATAVENDA
              GO TO BUSCA-RECIB-FIM.
           IF RC-FORMA = "D" OR RC-TRANSID NOT = LQ-TRANSID
              GO TO BUSCA-RECIB1.
           MOVE "Y" TO W-ACHOU.
       BUSCA-RECIB-FIM.
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
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: A RECEIPT MARKED V (VALUE DIFFERS) IS NOT LISTED
      *    AGAIN ON LATER NIGHTS - THE DIFFERENCE IS TAKEN UP WITH
      *    THE ACQUIRER FROM THIS NIGHT'S RELCONC.

      *---------------------*** END OF PROGRAM ***--------------------*
