       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP097.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   PHARMACY PURCHASE ORDERS (CADPEDI)            *
      *   PO NUMBER 0 BUILDS A NEW DRAFT FOR A          *
      *   SUPPLIER FROM THE SAME AT/BELOW-REORDER TEST  *
      *   SMP061 PRINTS ON RELREORD, SKIPPING DRUGS     *
      *   ALREADY ON AN OPEN PO. THE DRAFT IS REVIEWED  *
      *   LINE BY LINE, THEN ISSUED - ISSUING PRINTS    *
      *   RELPEDI.DAT, THE ORDER SENT TO THE SUPPLIER   *
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

           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT RELPEDI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
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

       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           COPY CPRECALR.

       FD RELPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPEDI.DAT".
       01 LINHA-REL        PIC X(80).

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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-RLAVAIL     PIC X(01) VALUE "N".
       01 W-CONGELADO   PIC X(01) VALUE "N".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-PONUM       PIC 9(06) VALUE ZEROS.
       01 W-FORN        PIC 9(04) VALUE ZEROS.
       01 W-PODATA      PIC 9(08) VALUE ZEROS.
       01 W-POSTAT      PIC X(01) VALUE SPACES.
       01 STATTXT       PIC X(12) VALUE SPACES.
       01 LINSTAT       PIC X(12) VALUE SPACES.
       01 W-NLIN        PIC 9(03) VALUE ZEROS.
       01 W-NRASC       PIC 9(03) VALUE ZEROS.
       01 W-NABERTO     PIC 9(03) VALUE ZEROS.
       01 W-NCANC       PIC 9(03) VALUE ZEROS.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-NPRT        PIC 9(03) VALUE ZEROS.
       01 W-PROXNUM     PIC 9(06) VALUE ZEROS.
       01 W-DROGA       PIC X(30) VALUE SPACES.
       01 W-DROGAANT    PIC X(30) VALUE SPACES.
       01 W-DROGAQTD    PIC 9(07) VALUE ZEROS.
       01 W-DROGAREO    PIC 9(05) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-NOPEDIDO    PIC X(01) VALUE "N".
       01 W-SUGERE      PIC S9(07) VALUE ZEROS.
       01 W-SVCHAVE     PIC X(08) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).

      *----[ A DRAFT LINE ASKS FOR ENOUGH TO BRING THE DRUG BACK UP ]---
      *----[ TO THIS MULTIPLE OF ITS REORDER LEVEL                  ]---
       77 W-FATOR       PIC 9(01) VALUE 2.

       01 LIN-PED1.
          03 FILLER     PIC X(24) VALUE "PURCHASE ORDER NUMBER : ".
          03 PNUM       PIC 9(06).
          03 FILLER     PIC X(10) VALUE "   ISSUED ".
          03 PDATA      PIC 9999/99/99.
          03 FILLER     PIC X(30) VALUE SPACES.
       01 LIN-PED2.
          03 FILLER     PIC X(11) VALUE "SUPPLIER : ".
          03 PFORNOME   PIC X(30).
          03 FILLER     PIC X(08) VALUE "  CNPJ: ".
          03 PCNPJ      PIC 9(14).
          03 FILLER     PIC X(17) VALUE SPACES.
       01 LIN-PED3.
          03 FILLER     PIC X(11) VALUE "ATTN     : ".
          03 PCONTATO   PIC X(20).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 PEMAIL     PIC X(40).
          03 FILLER     PIC X(07) VALUE SPACES.
       01 LIN-PEDCAB.
          03 FILLER     PIC X(06) VALUE "LINE".
          03 FILLER     PIC X(32) VALUE "DRUG".
          03 FILLER     PIC X(10) VALUE "QUANTITY".
          03 FILLER     PIC X(32) VALUE SPACES.
       01 LIN-PEDDET.
          03 PSEQ       PIC Z9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 PDROGA     PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 PQTD       PIC ZZ.ZZ9.
          03 FILLER     PIC X(36) VALUE SPACES.
       01 LIN-PEDROD.
          03 FILLER     PIC X(21) VALUE "LINES ORDERED ...... ".
          03 PTOTAL     PIC ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAPEDI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "--------------------------[ PHARMACY PUR".
           05  LINE 02  COLUMN 41
               VALUE  "CHASE ORDER ]--------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PO NUMBER:".
           05  LINE 04  COLUMN 24
               VALUE  "RAISED:".
           05  LINE 04  COLUMN 44
               VALUE  "STATUS:".
           05  LINE 06  COLUMN 01
               VALUE  " SUPPLIER:".
           05  LINE 07  COLUMN 01
               VALUE  " E-MAIL:".
           05  LINE 09  COLUMN 01
               VALUE  " LINE:".
           05  LINE 09  COLUMN 12
               VALUE  "DRUG:".
           05  LINE 11  COLUMN 01
               VALUE  " ON HAND:".
           05  LINE 11  COLUMN 20
               VALUE  "REORDER LEVEL:".
           05  LINE 13  COLUMN 01
               VALUE  " QUANTITY ORDERED:".
           05  LINE 13  COLUMN 28
               VALUE  "RECEIVED:".
           05  LINE 15  COLUMN 01
               VALUE  " LINE STATUS:".
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
           05  TPODATA
               LINE 04  COLUMN 32  PIC 9999/99/99
               USING  W-PODATA
               HIGHLIGHT.
           05  TSTATTXT
               LINE 04  COLUMN 52  PIC X(12)
               USING  STATTXT
               HIGHLIGHT.
           05  TFORN
               LINE 06  COLUMN 12  PIC 9(04)
               USING  W-FORN
               HIGHLIGHT.
           05  TFORNOME
               LINE 06  COLUMN 18  PIC X(30)
               USING  FO-NOME
               HIGHLIGHT.
           05  TEMAIL
               LINE 07  COLUMN 10  PIC X(40)
               USING  FO-EMAIL
               HIGHLIGHT.
           05  TSEQ
               LINE 09  COLUMN 08  PIC 9(02)
               USING  PO-SEQ
               HIGHLIGHT.
           05  TDROGA
               LINE 09  COLUMN 18  PIC X(30)
               USING  PO-DROGA
               HIGHLIGHT.
           05  TONHAND
               LINE 11  COLUMN 11  PIC ZZZZZZ9
               USING  W-DROGAQTD
               HIGHLIGHT.
           05  TREORDER
               LINE 11  COLUMN 35  PIC ZZZZ9
               USING  W-DROGAREO
               HIGHLIGHT.
           05  TQTDPED
               LINE 13  COLUMN 20  PIC 9(05)
               USING  PO-QTDPED
               HIGHLIGHT.
           05  TQTDREC
               LINE 13  COLUMN 38  PIC 9(05)
               USING  PO-QTDREC
               HIGHLIGHT.
           05  TLINSTAT
               LINE 15  COLUMN 15  PIC X(12)
               USING  LINSTAT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADPEDI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEDI
                 CLOSE CADPEDI
                 MOVE "*** CADPEDI ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADPEDI FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADFORN
           OPEN INPUT CADSTOCK
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    WITHOUT CADRECAL NO LOT IS FROZEN
       R0B.
           MOVE "N" TO W-RLAVAIL
           OPEN INPUT CADRECAL
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-RLAVAIL.

       R1.
           MOVE ZEROS TO W-PONUM W-FORN W-PODATA
           MOVE SPACES TO STATTXT FO-NOME FO-EMAIL
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI.

       R2.
           DISPLAY (23, 12) "PO NUMBER 000000 RAISES A NEW DRAFT"
           ACCEPT TNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           DISPLAY (23, 12) LIMPA
           IF W-PONUM = ZEROS
              GO TO NOVO-001.

           PERFORM PED-RESUMO THRU PED-RESUMO-FIM
           IF W-NLIN = ZEROS
              MOVE "*** PURCHASE ORDER NOT FOUND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI
           GO TO ACE-001.

      *****************************************
      * NEW DRAFT FROM THE REORDER EXCEPTIONS *
      *****************************************
      *
       NOVO-001.
           ACCEPT TFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-FORN TO FO-COD
           READ CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SUPPLIER NOT FOUND - SEE SMP096 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-001.
           DISPLAY TFORNOME
           DISPLAY TEMAIL.

       NOVO-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 30) "BUILD FROM REORDER LIST (Y/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO NOVO-001.
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOVO-OPC.
                DISPLAY (23, 12) LIMPA
                DISPLAY (23, 60) LIMPA.

       NOVO-002.
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM TO W-PONUM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO W-PODATA
           MOVE ZEROS TO W-MAXSEQ
           MOVE "Y" TO W-PRIMEIRO
           PERFORM MONTA THRU MONTA-FIM
           IF W-MAXSEQ = ZEROS
              MOVE "*** NO DRUG AT OR BELOW REORDER LEVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM PED-RESUMO THRU PED-RESUMO-FIM
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI
           MOVE "*** DRAFT RAISED - REVIEW THE LINES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LIN-001.

      *--[ ONE PASS OVER CADSTOCK IN DRUG/LOT ORDER, TOTALLING THE ]----
      *--[ LOTS OF EACH DRUG - THE SAME CONTROL BREAK AS SMP061    ]----
       MONTA.
           MOVE SPACES TO CHAVESTOCK
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO MONTA-FIM.
       MONTA-RD1.
           READ CADSTOCK NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MONTA-ULT.
           IF W-PRIMEIRO = "Y" OR SK-DROGA NOT = W-DROGAANT
              PERFORM MONTA-NOVA THRU MONTA-NOVA-FIM.
           PERFORM RECAL-CHK THRU RECAL-CHK-FIM
           IF W-CONGELADO = "Y"
              GO TO MONTA-RD1.
           ADD SK-QTD TO W-DROGAQTD
           IF SK-REORDER > W-DROGAREO
              MOVE SK-REORDER TO W-DROGAREO.
           GO TO MONTA-RD1.
       MONTA-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM MONTA-QUEBRA THRU MONTA-QUEBRA-FIM.
       MONTA-FIM.
           EXIT.

       MONTA-NOVA.
           IF W-PRIMEIRO = "N"
              PERFORM MONTA-QUEBRA THRU MONTA-QUEBRA-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE SK-DROGA TO W-DROGAANT
           MOVE ZEROS TO W-DROGAQTD W-DROGAREO.
       MONTA-NOVA-FIM.
           EXIT.

      *--[ CONTROL BREAK - A DRUG AT/BELOW LEVEL AND NOT ALREADY ]------
      *--[ ON AN OPEN PO BECOMES A DRAFT LINE                    ]------
       MONTA-QUEBRA.
           IF W-DROGAQTD > W-DROGAREO
              GO TO MONTA-QUEBRA-FIM.
           IF W-MAXSEQ = 99
              GO TO MONTA-QUEBRA-FIM.
           MOVE W-DROGAANT TO W-DROGA
           PERFORM DROGA-PEDIDA THRU DROGA-PEDIDA-FIM
           IF W-NOPEDIDO = "Y"
              GO TO MONTA-QUEBRA-FIM.

           COMPUTE W-SUGERE = W-DROGAREO * W-FATOR - W-DROGAQTD
           IF W-SUGERE < 1
              MOVE 1 TO W-SUGERE.
           ADD 1 TO W-MAXSEQ
           MOVE W-PONUM    TO PO-NUM
           MOVE W-MAXSEQ   TO PO-SEQ
           MOVE W-FORN     TO PO-FORN
           MOVE W-PODATA   TO PO-DATA
           MOVE ZEROS      TO PO-DATAENV PO-QTDREC PO-ULTREC
           MOVE W-DROGAANT TO PO-DROGA
           MOVE W-SUGERE   TO PO-QTDPED
           MOVE "D"        TO PO-STATUS
           WRITE REGPEDI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              SUBTRACT 1 FROM W-MAXSEQ.
       MONTA-QUEBRA-FIM.
           EXIT.

      *--[ Y WHEN W-DROGA IS ALREADY ON A DRAFT OR OPEN PO LINE ]-------
       DROGA-PEDIDA.
           MOVE "N" TO W-NOPEDIDO
           MOVE ZEROS TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO DROGA-PEDIDA-FIM.
       DROGA-PEDIDA1.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO DROGA-PEDIDA-FIM.
           IF PO-DROGA NOT = W-DROGA
              GO TO DROGA-PEDIDA1.
           IF PO-STATUS = "D" OR "A" OR "P" OR "O"
              MOVE "Y" TO W-NOPEDIDO
              GO TO DROGA-PEDIDA-FIM.
           GO TO DROGA-PEDIDA1.
       DROGA-PEDIDA-FIM.
           EXIT.

      *--[ HIGHEST PO NUMBER ON FILE ]----------------------------------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXNUM CHAVEPEDI
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO NUM-SCAN-FIM.
       NUM-SCAN1.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO NUM-SCAN-FIM.
           IF PO-NUM > W-PROXNUM
              MOVE PO-NUM TO W-PROXNUM.
           GO TO NUM-SCAN1.
       NUM-SCAN-FIM.
           EXIT.

      *****************************************
      * PURCHASE ORDER OPTIONS                *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                  "L=LINES A=ADD I=ISSUE P=PRINT X=CANCEL PO"
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "L" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "I" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "L"
                   GO TO LIN-001.
                IF W-OPCAO = "P"
                   PERFORM PED-PRT THRU PED-PRT-FIM
                   MOVE "*** ORDER PRINTED TO RELPEDI.DAT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-POSTAT NOT = "D"
                   MOVE "*** ORDER ALREADY ISSUED OR CLOSED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "A"
                   GO TO ADD-001.
                MOVE W-OPCAO TO W-POSTAT.
       STA-OPC.
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ORDER NOT CHANGED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO STA-OPC.

      *--[ ISSUE (I) TURNS EVERY DRAFT LINE INTO AN OPEN ONE AND  ]-----
      *--[ PRINTS THE ORDER; CANCEL (X) DROPS THE DRAFT LINES     ]-----
       STA-RW1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-PONUM TO PO-NUM
           MOVE ZEROS TO PO-SEQ
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO STA-RW1-FIM.
       STA-RW2.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO STA-RW1-FIM.
           IF PO-NUM NOT = W-PONUM
              GO TO STA-RW1-FIM.
           IF PO-STATUS NOT = "D"
              GO TO STA-RW2.
           IF W-POSTAT = "I"
              MOVE "A" TO PO-STATUS
              MOVE W-HOJEN TO PO-DATAENV
           ELSE
              MOVE "X" TO PO-STATUS.
           REWRITE REGPEDI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO STA-RW2.
       STA-RW1-FIM.
           IF W-POSTAT = "I"
              PERFORM PED-PRT THRU PED-PRT-FIM
              MOVE "*** ORDER ISSUED - SEND RELPEDI.DAT ***" TO MENS
           ELSE
              MOVE "*** PURCHASE ORDER CANCELLED ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *****************************************
      * LINE REVIEW                           *
      *****************************************
      *
      *--[ WALKS THE LINES OF W-PONUM. A DRAFT LINE'S QUANTITY CAN ]----
      *--[ BE CHANGED OR THE LINE DROPPED; A SHORT OR OVER DELIVERED]---
      *--[ LINE IS CLOSED BY HAND ONCE THE PHARMACY HAS SETTLED IT  ]---
      *--[ WITH THE SUPPLIER                                        ]---
       LIN-001.
           MOVE W-PONUM TO PO-NUM
           MOVE ZEROS TO PO-SEQ
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO LIN-FIM.
       LIN-RD.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIN-FIM.
           IF PO-NUM NOT = W-PONUM
              GO TO LIN-FIM.
           PERFORM LIN-MOSTRA THRU LIN-MOSTRA-FIM.

       LIN-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 12)
                "ENTER=NEXT Q=QUANTITY D=DROP F=CLOSE X=STOP"
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-OPCAO = "X"
              GO TO LIN-FIM.
           IF W-OPCAO = SPACES
              GO TO LIN-RD.
           IF W-OPCAO = "Q" OR W-OPCAO = "D"
              IF PO-STATUS NOT = "D"
                 MOVE "*** ONLY A DRAFT LINE CAN BE CHANGED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LIN-OPC
              ELSE
                 NEXT SENTENCE
           ELSE
              IF W-OPCAO = "F"
                 IF PO-STATUS NOT = "P" AND PO-STATUS NOT = "O"
                                        AND PO-STATUS NOT = "A"
                    MOVE "*** LINE IS NOT OPEN ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO LIN-OPC
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO LIN-OPC.
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "D"
              GO TO LIN-DROP.
           IF W-OPCAO = "F"
              MOVE "F" TO PO-STATUS
              GO TO LIN-RW.

       LIN-QTD.
           ACCEPT TQTDPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO LIN-OPC.
           IF PO-QTDPED = ZEROS
              MOVE "*** QUANTITY MUST BE ABOVE ZERO - OR DROP ***"
                                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-QTD.

       LIN-RW.
           REWRITE REGPEDI
           IF ST-ERRO = "00" OR "02"
              PERFORM LIN-MOSTRA THRU LIN-MOSTRA-FIM
              MOVE "*** LINE CHANGED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-OPC.
           MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       LIN-DROP.
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           DELETE CADPEDI RECORD
           IF ST-ERRO = "00"
              MOVE "*** LINE DROPPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-RD.
           MOVE "ERROR EXCLUSION FROM REGISTRATION" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       LIN-FIM.
           PERFORM PED-RESUMO THRU PED-RESUMO-FIM
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI
           IF W-NLIN = ZEROS
              MOVE "*** NO LINES LEFT ON THIS ORDER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           GO TO ACE-001.

      *--[ SHOWS THE CURRENT LINE WITH THE DRUG'S STOCK POSITION ]------
       LIN-MOSTRA.
           MOVE PO-DROGA TO W-DROGA
           PERFORM DROGA-SALDO THRU DROGA-SALDO-FIM
           IF PO-STATUS = "D"
              MOVE "DRAFT" TO LINSTAT
           ELSE
           IF PO-STATUS = "A"
              MOVE "AWAITING" TO LINSTAT
           ELSE
           IF PO-STATUS = "P"
              MOVE "SHORT" TO LINSTAT
           ELSE
           IF PO-STATUS = "O"
              MOVE "OVER" TO LINSTAT
           ELSE
           IF PO-STATUS = "F"
              MOVE "CLOSED" TO LINSTAT
           ELSE
              MOVE "CANCELLED" TO LINSTAT.
           DISPLAY TELAPEDI.
       LIN-MOSTRA-FIM.
           EXIT.

      *--[ A LOT FROZEN BY A RECALL IN FORCE IS NOT STOCK ON HAND ]-----
       RECAL-CHK.
           MOVE "N" TO W-CONGELADO
           IF W-RLAVAIL NOT = "Y"
              GO TO RECAL-CHK-FIM.
           MOVE SK-DROGA TO RL-PRODUTO
           MOVE SK-LOTE TO RL-LOTE
           READ CADRECAL
           IF ST-ERRO8 = "00" AND RL-SIT = "C"
              MOVE "Y" TO W-CONGELADO.
       RECAL-CHK-FIM.
           EXIT.

      *--[ TOTAL ON HAND AND REORDER LEVEL OF W-DROGA OVER ALL ITS ]----
      *--[ LOTS                                                    ]----
       DROGA-SALDO.
           MOVE ZEROS TO W-DROGAQTD W-DROGAREO
           MOVE "N" TO W-ACHOU
           MOVE W-DROGA TO SK-DROGA
           MOVE SPACES TO SK-LOTE
           MOVE ZEROS TO SK-UNIDADE
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO DROGA-SALDO-FIM.
       DROGA-SALDO1.
           READ CADSTOCK NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO DROGA-SALDO-FIM.
           IF SK-DROGA NOT = W-DROGA
              GO TO DROGA-SALDO-FIM.
           MOVE "Y" TO W-ACHOU
           PERFORM RECAL-CHK THRU RECAL-CHK-FIM
           IF W-CONGELADO = "Y"
              GO TO DROGA-SALDO1.
           ADD SK-QTD TO W-DROGAQTD
           IF SK-REORDER > W-DROGAREO
              MOVE SK-REORDER TO W-DROGAREO.
           GO TO DROGA-SALDO1.
       DROGA-SALDO-FIM.
           EXIT.

      *****************************************
      * MANUAL LINE ON A DRAFT                *
      *****************************************
      *
       ADD-001.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI
           ACCEPT TDROGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-FIM.
           MOVE PO-DROGA TO W-DROGA
           PERFORM DROGA-SALDO THRU DROGA-SALDO-FIM
           IF W-ACHOU NOT = "Y"
              MOVE "*** DRUG NOT IN THE PHARMACY STOCK FILE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-001.
           PERFORM DROGA-PEDIDA THRU DROGA-PEDIDA-FIM
           IF W-NOPEDIDO = "Y"
              MOVE "*** DRUG ALREADY ON AN OPEN ORDER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-001.
           MOVE W-DROGA TO PO-DROGA
           MOVE ZEROS TO PO-QTDPED
           DISPLAY TONHAND
           DISPLAY TREORDER.
       ADD-002.
           ACCEPT TQTDPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-001.
           IF PO-QTDPED = ZEROS
              MOVE "*** ENTER THE QUANTITY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-002.
           MOVE PO-QTDPED TO W-DROGAQTD
           PERFORM PED-RESUMO THRU PED-RESUMO-FIM
           IF W-MAXSEQ = 99
              MOVE "*** ORDER IS FULL - RAISE ANOTHER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-FIM.
           ADD 1 TO W-MAXSEQ
           MOVE W-PONUM    TO PO-NUM
           MOVE W-MAXSEQ   TO PO-SEQ
           MOVE W-FORN     TO PO-FORN
           MOVE W-PODATA   TO PO-DATA
           MOVE ZEROS      TO PO-DATAENV PO-QTDREC PO-ULTREC
           MOVE W-DROGA    TO PO-DROGA
           MOVE W-DROGAQTD TO PO-QTDPED
           MOVE "D"        TO PO-STATUS
           WRITE REGPEDI
           IF ST-ERRO = "00" OR "02"
              MOVE "*** LINE ADDED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-FIM.
           MOVE "ERROR IN FILE RECORDING" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ADD-FIM.
           PERFORM PED-RESUMO THRU PED-RESUMO-FIM
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAPEDI
           GO TO ACE-001.

      *****************************************
      * ORDER SUMMARY AND PRINTOUT            *
      *****************************************
      *
      *--[ READS EVERY LINE OF W-PONUM: HEADER FIELDS, LINE COUNTS, ]---
      *--[ HIGHEST LINE NUMBER AND THE ORDER'S OVERALL STATUS       ]---
       PED-RESUMO.
           MOVE ZEROS TO W-NLIN W-NRASC W-NABERTO W-NCANC W-MAXSEQ
           MOVE W-PONUM TO PO-NUM
           MOVE ZEROS TO PO-SEQ
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO PED-RESUMO-FIM.
       PED-RESUMO1.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO PED-RESUMO2.
           IF PO-NUM NOT = W-PONUM
              GO TO PED-RESUMO2.
           ADD 1 TO W-NLIN
           MOVE PO-SEQ TO W-MAXSEQ
           MOVE PO-FORN TO W-FORN
           MOVE PO-DATA TO W-PODATA
           IF PO-STATUS = "D"
              ADD 1 TO W-NRASC.
           IF PO-STATUS = "A" OR "P" OR "O"
              ADD 1 TO W-NABERTO.
           IF PO-STATUS = "X"
              ADD 1 TO W-NCANC.
           GO TO PED-RESUMO1.
       PED-RESUMO2.
           IF W-NLIN = ZEROS
              GO TO PED-RESUMO-FIM.
           IF W-NRASC > ZEROS
              MOVE "D" TO W-POSTAT
              MOVE "DRAFT" TO STATTXT
           ELSE
           IF W-NABERTO > ZEROS
              MOVE "A" TO W-POSTAT
              MOVE "OPEN" TO STATTXT
           ELSE
           IF W-NCANC = W-NLIN
              MOVE "X" TO W-POSTAT
              MOVE "CANCELLED" TO STATTXT
           ELSE
              MOVE "F" TO W-POSTAT
              MOVE "CLOSED" TO STATTXT.
           MOVE SPACES TO FO-NOME FO-EMAIL
           MOVE W-FORN TO FO-COD
           READ CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "** SUPPLIER NOT FOUND **" TO FO-NOME.
       PED-RESUMO-FIM.
           EXIT.

      *--[ THE ORDER AS IT GOES TO THE SUPPLIER - ONE FILE PER  ]-------
      *--[ PRINT, ATTACHED TO THE E-MAIL TO FO-EMAIL            ]-------
       PED-PRT.
           OPEN OUTPUT RELPEDI
           IF ST-ERRO6 NOT = "00"
              MOVE "ERROR CREATING THE REPORT FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-PRT-FIM.
           MOVE W-PONUM TO PNUM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO PDATA
           MOVE FO-NOME TO PFORNOME
           MOVE FO-CNPJ TO PCNPJ
           MOVE FO-CONTATO TO PCONTATO
           MOVE FO-EMAIL TO PEMAIL
           MOVE LIN-PED1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PED2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PED3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PEDCAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-NPRT
           MOVE W-PONUM TO PO-NUM
           MOVE ZEROS TO PO-SEQ
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO PED-PRT2.
       PED-PRT1.
           READ CADPEDI NEXT
           IF ST-ERRO NOT = "00"
              GO TO PED-PRT2.
           IF PO-NUM NOT = W-PONUM
              GO TO PED-PRT2.
           IF PO-STATUS = "X"
              GO TO PED-PRT1.
           MOVE PO-SEQ TO PSEQ
           MOVE PO-DROGA TO PDROGA
           MOVE PO-QTDPED TO PQTD
           MOVE LIN-PEDDET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-NPRT
           GO TO PED-PRT1.
       PED-PRT2.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-NPRT TO PTOTAL
           MOVE LIN-PEDROD TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELPEDI.
       PED-PRT-FIM.
           EXIT.

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
                MOVE "SMP097" TO DL-PROGRAMA
                MOVE "CADPEDI" TO DL-ARQUIVO
                MOVE CHAVEPEDI TO DL-CHAVE
                MOVE REGPEDI TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.

      *------[ CLEARS THE LINE PART OF THE SCREEN ]---------------------
       LIMPA-LIN.
           MOVE ZEROS TO PO-SEQ PO-QTDPED PO-QTDREC
           MOVE ZEROS TO W-DROGAQTD W-DROGAREO
           MOVE SPACES TO PO-DROGA LINSTAT.
       LIMPA-LIN-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPEDI CADFORN CADSTOCK.
           IF W-RLAVAIL = "Y"
              CLOSE CADRECAL.
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
