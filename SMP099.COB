       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP099.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     OPEN PURCHASE ORDER AGING                   *
      *     EVERY ISSUED PO LINE NOT YET CLOSED - STILL *
      *     AWAITING GOODS, SHORT OR OVER DELIVERED -   *
      *     WITH WHAT IS STILL OWED, ITS AGE IN DAYS    *
      *     SINCE ISSUE AND AN OVERDUE FLAG AGAINST THE *
      *     SUPPLIER'S LEAD TIME                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPEDI
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.

       SELECT RELPOAGE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           COPY CPPEDIR.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY CPFORNR.

       FD RELPOAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPOAGE.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(05) VALUE ZEROS.
       01 W-TOTATRASO   PIC 9(05) VALUE ZEROS.
       01 W-TOTB1       PIC 9(05) VALUE ZEROS.
       01 W-TOTB2       PIC 9(05) VALUE ZEROS.
       01 W-TOTB3       PIC 9(05) VALUE ZEROS.
       01 W-TOTB4       PIC 9(05) VALUE ZEROS.
       01 W-PONUMANT    PIC 9(06) VALUE ZEROS.
       01 W-DEVIDO      PIC 9(05) VALUE ZEROS.
       01 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       01 W-DIASENV     PIC 9(07) VALUE ZEROS.
       01 W-IDADE       PIC S9(05) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).

       01 W-ENV-R.
          03 W-ENV-ANO  PIC 9(04).
          03 W-ENV-MES  PIC 9(02).
          03 W-ENV-DIA  PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELPOAGE - OPEN PURCHASE ORDER AGING - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-PO.
          03 FILLER   PIC X(05) VALUE "PO : ".
          03 SPONUM   PIC 9(06).
          03 FILLER   PIC X(10) VALUE "  ISSUED ".
          03 SDATAENV PIC 9999/99/99.
          03 FILLER   PIC X(12) VALUE "  SUPPLIER ".
          03 SFORNOME PIC X(30).
          03 FILLER   PIC X(07) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "  LN DRUG                           ORDE".
          03 FILLER   PIC X(40) VALUE
             "RED RECEIVD   OWED  AGE STATUS".

       01 LIN-DET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DSEQ       PIC Z9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDROGA     PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTDPED    PIC ZZ.ZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTDREC    PIC ZZ.ZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDEVIDO    PIC ZZ.ZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DIDADE     PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSTATUS    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DATRASO    PIC X(07).

       01 LIN-ROD1.
          03 FILLER     PIC X(25) VALUE "OPEN LINES ............ ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(25) VALUE "  OVERDUE ............. ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(25) VALUE "  AGED 0-15 DAYS ...... ".
          03 R3TOT      PIC ZZ.ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(25) VALUE "  AGED 16-30 DAYS ..... ".
          03 R4TOT      PIC ZZ.ZZ9.
       01 LIN-ROD5.
          03 FILLER     PIC X(25) VALUE "  AGED 31-60 DAYS ..... ".
          03 R5TOT      PIC ZZ.ZZ9.
       01 LIN-ROD6.
          03 FILLER     PIC X(25) VALUE "  AGED OVER 60 DAYS ... ".
          03 R6TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADPEDI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADPEDI FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING CADFORN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDI
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELPOAGE
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDI CADFORN
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING OPEN PO AGING ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           COMPUTE W-DIASHOJE = W-HOJE-ANO * 360 +
                                 W-HOJE-MES * 30 + W-HOJE-DIA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTAL W-TOTATRASO W-PONUMANT
           MOVE ZEROS TO W-TOTB1 W-TOTB2 W-TOTB3 W-TOTB4
           PERFORM VARRE THRU VARRE-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTATRASO TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTB1 TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTB2 TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTB3 TO R5TOT
           MOVE LIN-ROD5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTB4 TO R6TOT
           MOVE LIN-ROD6 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELPOAGE.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADPEDI CADFORN RELPOAGE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ PO NUMBER ORDER - EACH ORDER WITH SOMETHING STILL ]------
      *------[ OPEN GETS A HEADING LINE BEFORE ITS FIRST LINE    ]------
       VARRE.
           MOVE ZEROS TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO VARRE-FIM.
       VARRE-RD1.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF PO-STATUS NOT = "A" AND PO-STATUS NOT = "P"
                                  AND PO-STATUS NOT = "O"
              GO TO VARRE-RD1.

           IF PO-NUM NOT = W-PONUMANT
              PERFORM PO-CAB THRU PO-CAB-FIM.

           MOVE ZEROS TO W-DEVIDO
           IF PO-QTDPED > PO-QTDREC
              COMPUTE W-DEVIDO = PO-QTDPED - PO-QTDREC.
           MOVE PO-DATAENV TO W-ENV-R
           COMPUTE W-DIASENV = W-ENV-ANO * 360 +
                                W-ENV-MES * 30 + W-ENV-DIA
           COMPUTE W-IDADE = W-DIASHOJE - W-DIASENV
           IF W-IDADE < ZEROS
              MOVE ZEROS TO W-IDADE.

           IF W-IDADE NOT > 15
              ADD 1 TO W-TOTB1
           ELSE
           IF W-IDADE NOT > 30
              ADD 1 TO W-TOTB2
           ELSE
           IF W-IDADE NOT > 60
              ADD 1 TO W-TOTB3
           ELSE
              ADD 1 TO W-TOTB4.

           MOVE SPACES TO DATRASO
           IF W-DEVIDO > ZEROS AND W-IDADE > FO-PRAZO
              MOVE "OVERDUE" TO DATRASO
              ADD 1 TO W-TOTATRASO.

           IF PO-STATUS = "A"
              MOVE "AWAITING" TO DSTATUS
           ELSE
           IF PO-STATUS = "P"
              MOVE "SHORT" TO DSTATUS
           ELSE
              MOVE "OVER" TO DSTATUS.

           MOVE PO-SEQ    TO DSEQ
           MOVE PO-DROGA  TO DDROGA
           MOVE PO-QTDPED TO DQTDPED
           MOVE PO-QTDREC TO DQTDREC
           MOVE W-DEVIDO  TO DDEVIDO
           MOVE W-IDADE   TO DIDADE
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

      *------[ ORDER HEADING - SUPPLIER NAME AND LEAD TIME ]------------
       PO-CAB.
           MOVE PO-NUM TO W-PONUMANT
           MOVE PO-FORN TO FO-COD
           READ CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "** SUPPLIER NOT FOUND **" TO FO-NOME
              MOVE 999 TO FO-PRAZO.
           MOVE PO-NUM     TO SPONUM
           MOVE PO-DATAENV TO SDATAENV
           MOVE FO-NOME    TO SFORNOME
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       PO-CAB-FIM.
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

      *---------------------*** END OF PROGRAM ***--------------------*
