       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP098.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   PHARMACY GOODS RECEIPT AGAINST A PURCHASE     *
      *   ORDER. EACH OPEN LINE OF THE PO IS OFFERED IN *
      *   TURN; THE QUANTITY DELIVERED IS POSTED INTO   *
      *   CADSTOCK UNDER THE DELIVERY'S LOT AND EXPIRY  *
      *   AND THE PO LINE IS CLOSED, OR LEFT OPEN AS    *
      *   SHORT/OVER DELIVERED FOR THE AGING REPORT     *
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

           SELECT CADSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTOCK
                    FILE STATUS  IS ST-ERRO3.

           SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

           SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELIVRO
                    FILE STATUS  IS ST-ERRO5.
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

       FD CADSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
           COPY CPSTOCKR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
           COPY CPLIVROR.

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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-CLASSE      PIC X(02) VALUE SPACES.
       01 W-LVDROGA     PIC X(30) VALUE SPACES.
       01 W-LVLOTE      PIC X(10) VALUE SPACES.
       01 W-LVSEQ       PIC 9(05) VALUE ZEROS.
       01 W-LVSAVE      PIC X(168) VALUE SPACES.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-PONUM       PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-NLIN        PIC 9(03) VALUE ZEROS.
       01 W-NRECEB      PIC 9(03) VALUE ZEROS.
       01 W-DEVIDO      PIC 9(05) VALUE ZEROS.
       01 W-QTDENT      PIC 9(05) VALUE ZEROS.
       01 W-LOTE        PIC X(10) VALUE SPACES.
       01 W-UNIREC      PIC 9(02) VALUE 01.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-REORDER     PIC 9(05) VALUE ZEROS.
       01 W-DROGA       PIC X(30) VALUE SPACES.
       01 W-SOMA        PIC 9(06) VALUE ZEROS.
       01 LINSTAT       PIC X(12) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-VAL-R.
          03 W-VAL-ANO  PIC 9(04).
          03 W-VAL-MES  PIC 9(02).
          03 W-VAL-DIA  PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARECB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------------------[ GOODS R".
           05  LINE 02  COLUMN 41
               VALUE  "ECEIPT ]-------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PO NUMBER:".
           05  LINE 04  COLUMN 25
               VALUE  "RECEIVING UNIT:".
           05  LINE 06  COLUMN 01
               VALUE  " SUPPLIER:".
           05  LINE 08  COLUMN 01
               VALUE  " LINE:".
           05  LINE 08  COLUMN 12
               VALUE  "DRUG:".
           05  LINE 10  COLUMN 01
               VALUE  " ORDERED:".
           05  LINE 10  COLUMN 20
               VALUE  "RECEIVED SO FAR:".
           05  LINE 10  COLUMN 45
               VALUE  "STILL OWED:".
           05  LINE 12  COLUMN 01
               VALUE  " LINE STATUS:".
           05  LINE 14  COLUMN 01
               VALUE  " QUANTITY DELIVERED NOW:".
           05  LINE 16  COLUMN 01
               VALUE  " LOT:".
           05  LINE 16  COLUMN 20
               VALUE  "EXPIRY (YYYYMMDD):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TNUM
               LINE 04  COLUMN 13  PIC 9(06)
               USING  W-PONUM
               HIGHLIGHT.
           05  TUNIREC
               LINE 04  COLUMN 41  PIC 9(02)
               USING  W-UNIREC
               HIGHLIGHT.
           05  TFORN
               LINE 06  COLUMN 12  PIC 9(04)
               USING  PO-FORN
               HIGHLIGHT.
           05  TFORNOME
               LINE 06  COLUMN 18  PIC X(30)
               USING  FO-NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 08  COLUMN 08  PIC 9(02)
               USING  PO-SEQ
               HIGHLIGHT.
           05  TDROGA
               LINE 08  COLUMN 18  PIC X(30)
               USING  PO-DROGA
               HIGHLIGHT.
           05  TQTDPED
               LINE 10  COLUMN 11  PIC ZZZZ9
               USING  PO-QTDPED
               HIGHLIGHT.
           05  TQTDREC
               LINE 10  COLUMN 37  PIC ZZZZ9
               USING  PO-QTDREC
               HIGHLIGHT.
           05  TDEVIDO
               LINE 10  COLUMN 57  PIC ZZZZ9
               USING  W-DEVIDO
               HIGHLIGHT.
           05  TLINSTAT
               LINE 12  COLUMN 15  PIC X(12)
               USING  LINSTAT
               HIGHLIGHT.
           05  TQTDENT
               LINE 14  COLUMN 26  PIC 9(05)
               USING  W-QTDENT
               HIGHLIGHT.
           05  TLOTE
               LINE 16  COLUMN 07  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TVALIDADE
               LINE 16  COLUMN 39  PIC 9(08)
               USING  W-VALIDADE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADPEDI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADPEDI FILE NOT FOUND - SEE SMP097 ***"
                                                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE CADPEDI FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADFORN
           OPEN I-O CADSTOCK
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    A RECEIPT OF A CONTROLLED DRUG GOES ON THE BOOK - WITHOUT
      *    THE FORMULARY NO DRUG CAN BE TOLD CONTROLLED
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-DRAVAIL.
       R0B.
           OPEN I-O CADLIVRO
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT CADLIVRO
                 CLOSE CADLIVRO
                 MOVE "*** CADLIVRO ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERROR IN OPENING THE CADLIVRO FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO W-PONUM PO-FORN
           MOVE SPACES TO FO-NOME
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELARECB.

       R2.
           ACCEPT TNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-PONUM = ZEROS
              MOVE "*** ENTER THE PO NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

      *    THE LOTS GO INTO THE CABINET OF THE UNIT THE GOODS ARRIVE
      *    AT - 01 UNLESS CHANGED, KEPT FROM ONE PO TO THE NEXT
       R2U.
           ACCEPT TUNIREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-UNIREC = ZEROS
              MOVE 01 TO W-UNIREC
              DISPLAY TUNIREC.
           MOVE ZEROS TO W-NLIN W-NRECEB W-SEQ.

      *--[ NEXT LINE OF THE PO STILL OWED TO US - ISSUED OR SHORT ]-----
      *--[ DELIVERED. DRAFT LINES HAVE NOT BEEN SENT YET AND OVER  ]----
      *--[ DELIVERED ONES ARE SETTLED BY HAND ON SMP097            ]----
       R3.
           MOVE W-PONUM TO PO-NUM
           MOVE W-SEQ TO PO-SEQ
           START CADPEDI KEY IS GREATER CHAVEPEDI INVALID KEY
                 GO TO R9.
       R3A.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO R9.
           IF PO-NUM NOT = W-PONUM
              GO TO R9.
           IF PO-STATUS NOT = "A" AND PO-STATUS NOT = "P"
              GO TO R3A.
           MOVE PO-SEQ TO W-SEQ
           ADD 1 TO W-NLIN
           IF W-NLIN = 1
              MOVE PO-FORN TO FO-COD
              READ CADFORN
              IF ST-ERRO2 NOT = "00"
                 MOVE "** SUPPLIER NOT FOUND **" TO FO-NOME.
           MOVE ZEROS TO W-DEVIDO
           IF PO-QTDPED > PO-QTDREC
              COMPUTE W-DEVIDO = PO-QTDPED - PO-QTDREC.
           IF PO-STATUS = "A"
              MOVE "AWAITING" TO LINSTAT
           ELSE
              MOVE "SHORT" TO LINSTAT.
           MOVE ZEROS TO W-QTDENT W-VALIDADE
           MOVE SPACES TO W-LOTE
           DISPLAY TELARECB.

       R4.
           DISPLAY (23, 12) "ZERO = NOTHING DELIVERED FOR THIS LINE"
           ACCEPT TQTDENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           DISPLAY (23, 12) LIMPA
           IF W-QTDENT = ZEROS
              GO TO R3.

       R5.
           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-LOTE = SPACES
              MOVE "*** ENTER THE LOT ON THE PACKAGING ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TVALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE W-VALIDADE TO W-VAL-R
           IF W-VAL-MES < 01 OR W-VAL-MES > 12
                             OR W-VAL-DIA < 01 OR W-VAL-DIA > 31
              MOVE "*** INVALID EXPIRY DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-VALIDADE NOT > W-HOJEN
              MOVE "*** LOT ALREADY EXPIRED - REFUSE DELIVERY ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "POST RECEIPT (Y/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RECEIPT NOT POSTED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                DISPLAY (23, 12) LIMPA
                DISPLAY (23, 40) LIMPA.

      *--[ THE LOT IS LOOKED UP FIRST SO A QUANTITY THAT WOULD NOT ]----
      *--[ FIT ON THE LOT IS REFUSED BEFORE ANYTHING IS POSTED      ]---
       INC-WR1.
           MOVE PO-DROGA TO W-DROGA
           PERFORM REO-ACHA THRU REO-ACHA-FIM
           MOVE W-DROGA TO SK-DROGA
           MOVE W-LOTE TO SK-LOTE
           MOVE W-UNIREC TO SK-UNIDADE
           READ CADSTOCK
           IF ST-ERRO3 = "00"
              COMPUTE W-SOMA = SK-QTD + W-QTDENT
           ELSE
              MOVE W-QTDENT TO W-SOMA.
           IF W-SOMA > 99999
              MOVE "*** LOT QUANTITY OVERFLOW - CHECK STOCK ***"
                                                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *--[ THE PO LINE: RECEIVED TOTAL, DATE AND NEW STATUS ]-----------
           ADD W-QTDENT TO PO-QTDREC
           MOVE W-HOJEN TO PO-ULTREC
           IF PO-QTDREC = PO-QTDPED
              MOVE "F" TO PO-STATUS
           ELSE
           IF PO-QTDREC < PO-QTDPED
              MOVE "P" TO PO-STATUS
           ELSE
              MOVE "O" TO PO-STATUS.
           REWRITE REGPEDI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *--[ THEN THE CABINET STOCK. A LOT ALREADY ON FILE IS TOPPED ]----
      *--[ UP; A NEW LOT TAKES THE DRUG'S CURRENT REORDER LEVEL    ]----
       INC-WR2.
           IF ST-ERRO3 = "00"
              MOVE W-SOMA TO SK-QTD
              MOVE W-VALIDADE TO SK-VALIDADE
              REWRITE REGSTOCK
              GO TO INC-WR3.
           MOVE W-DROGA    TO SK-DROGA
           MOVE W-LOTE     TO SK-LOTE
           MOVE W-UNIREC   TO SK-UNIDADE
           MOVE W-QTDENT   TO SK-QTD
           MOVE W-REORDER  TO SK-REORDER
           MOVE W-VALIDADE TO SK-VALIDADE
           WRITE REGSTOCK.
       INC-WR3.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERROR RECORDING THE STOCK LOT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM LIVRO-RECEB THRU LIVRO-RECEB-FIM
           ADD 1 TO W-NRECEB
           MOVE "*** RECEIPT POSTED TO STOCK ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.

       R9.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELARECB
           IF W-NLIN = ZEROS
              MOVE "*** NO OPEN LINES ON THIS PURCHASE ORDER ***"
                                                    TO MENS
           ELSE
              MOVE "*** END OF ORDER - ALL OPEN LINES SHOWN ***"
                                                    TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *--[ HIGHEST REORDER LEVEL ON THE DRUG'S EXISTING LOTS ]----------
       REO-ACHA.
           MOVE ZEROS TO W-REORDER
           MOVE W-DROGA TO SK-DROGA
           MOVE SPACES TO SK-LOTE
           MOVE ZEROS TO SK-UNIDADE
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO REO-ACHA-FIM.
       REO-ACHA1.
           READ CADSTOCK NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO REO-ACHA-FIM.
           IF SK-DROGA NOT = W-DROGA
              GO TO REO-ACHA-FIM.
           IF SK-REORDER > W-REORDER
              MOVE SK-REORDER TO W-REORDER.
           GO TO REO-ACHA1.
       REO-ACHA-FIM.
           EXIT.

      *------[ CLEARS THE LINE PART OF THE SCREEN ]---------------------
       LIMPA-LIN.
           MOVE ZEROS TO PO-SEQ PO-QTDPED PO-QTDREC W-DEVIDO
           MOVE ZEROS TO W-QTDENT W-VALIDADE
           MOVE SPACES TO PO-DROGA LINSTAT W-LOTE.
       LIMPA-LIN-FIM.
           EXIT.

      *--[ A RECEIVED CONTROLLED DRUG GOES ON THE BOOK WITH THE PO ]----
      *--[ AND SUPPLIER; THE BALANCE IS THE LOT'S NEW QUANTITY     ]----
       LIVRO-RECEB.
           MOVE SPACES TO W-CLASSE
           IF W-DRAVAIL NOT = "Y"
              GO TO LIVRO-RECEB-FIM.
           MOVE W-DROGA TO DR-NOME
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO4 = "00"
              MOVE DR-CLASSE TO W-CLASSE.
           IF W-CLASSE = SPACES
              GO TO LIVRO-RECEB-FIM.

           MOVE SPACES TO REGLIVRO
           MOVE ZEROS TO LV-SEQ LV-CRM LV-CPF LV-SNGDATA
           MOVE W-DROGA  TO LV-DROGA
           MOVE W-LOTE   TO LV-LOTE
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJEN  TO LV-DATA
           MOVE W-HORA(1:4) TO LV-HORA
           MOVE "E"      TO LV-TIPO
           MOVE W-QTDENT TO LV-QTD
           MOVE W-SOMA   TO LV-SALDO
           MOVE W-CLASSE TO LV-CLASSE
           MOVE PO-NUM   TO LV-PONUM
           MOVE PO-FORN  TO LV-FORN
           MOVE "SMP098" TO LV-PROGR
           PERFORM LIVRO-GRAVA THRU LIVRO-GRAVA-FIM.
       LIVRO-RECEB-FIM.
           EXIT.

      *--[ WRITES REGLIVRO AS THE LOT'S NEXT MOVEMENT NUMBER ]----------
       LIVRO-GRAVA.
           MOVE REGLIVRO TO W-LVSAVE
           MOVE LV-DROGA TO W-LVDROGA
           MOVE LV-LOTE TO W-LVLOTE
           MOVE ZEROS TO W-LVSEQ LV-SEQ
           START CADLIVRO KEY IS NOT LESS CHAVELIVRO INVALID KEY
                 GO TO LIVRO-GRAVA2.
       LIVRO-GRAVA1.
           READ CADLIVRO NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO LIVRO-GRAVA2.
           IF LV-DROGA NOT = W-LVDROGA OR LV-LOTE NOT = W-LVLOTE
              GO TO LIVRO-GRAVA2.
           MOVE LV-SEQ TO W-LVSEQ
           GO TO LIVRO-GRAVA1.
       LIVRO-GRAVA2.
           MOVE W-LVSAVE TO REGLIVRO
           ADD 1 TO W-LVSEQ
           MOVE W-LVSEQ TO LV-SEQ
           WRITE REGLIVRO
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              MOVE "*** ERROR RECORDING THE CONTROLLED BOOK ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIVRO-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFORN CADSTOCK CADLIVRO.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
       ROT-FIM2.
           CLOSE CADPEDI.
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
