                    RECORD KEY   IS CHAVEPRESC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CHAVEATENP WITH DUPLICATES.

           SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

           SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELIVRO
                    FILE STATUS  IS ST-ERRO4.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPERID
                    FILE STATUS  IS ST-ERRO6.

           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOTE
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS LT-PRODLOTE WITH DUPLICATES.

           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECAL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 REFILLS-ALLOWED PIC 9(02).
          03 REFILLS-USED    PIC 9(02).

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
           COPY CPLIVROR.

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON    PIC 9(08).
             05 HORACON    PIC 9(04).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY CPLOTER.

       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           COPY CPRECALR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-ATAVAIL     PIC X(01) VALUE "N".

      *----[ CONTROLLED-DRUG BOOK - LOT, QUANTITY BEFORE AND AFTER ]---
      *----[ AND REASON OF THE MOVEMENT BEING RECORDED             ]---
       01 W-LVDROGA     PIC X(30) VALUE SPACES.
       01 W-LVLOTE      PIC X(10) VALUE SPACES.
       01 W-LVSEQ       PIC 9(05) VALUE ZEROS.
       01 W-LVSAVE      PIC X(168) VALUE SPACES.
       01 W-LVMOTIVO    PIC X(30) VALUE SPACES.
       01 W-CLASSE      PIC X(02) VALUE SPACES.
       01 W-QTDANT      PIC 9(05) VALUE ZEROS.
       01 W-QTDNOVO     PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-DISPQTD     PIC 9(03) VALUE ZEROS.
       01 W-DISPDROGA   PIC X(30) VALUE SPACES.
       01 W-MELHORLOTE  PIC X(10) VALUE SPACES.
       01 W-MELHORVAL   PIC 9(08) VALUE ZEROS.
       01 W-DISPCHAVE   PIC X(20) VALUE SPACES.
       01 W-DISPSEQ     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-OPAVAIL     PIC X(01) VALUE "N".
       01 W-OPERSES     PIC X(08) VALUE SPACES.
       01 W-UNIOPER     PIC 9(02) VALUE 01.
       01 W-UNILOTE     PIC 9(02) VALUE ZEROS.
       01 W-MELHORUNI   PIC 9(02) VALUE ZEROS.

      *----[ LOT TRACE OF EACH DISPENSING AND RECALL FREEZE CHECK ]-----
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-RLAVAIL     PIC X(01) VALUE "N".
       01 W-CONGELADO   PIC X(01) VALUE "N".
       01 W-LTSAVE      PIC X(120) VALUE SPACES.
       01 W-LTORIGEM    PIC X(23) VALUE SPACES.
       01 W-LTSEQ       PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "----------------------[ PHARMACY DRUG ST".
           05  LINE 02  COLUMN 41
               VALUE  "OCK ]-----------------------------------".
           05  LINE 03  COLUMN 01
               VALUE  " OPERATOR:".
           05  LINE 04  COLUMN 01
               VALUE  " DRUG NAME:".
           05  LINE 04  COLUMN 45
               VALUE  " CODE (0=SEARCH):".
           05  LINE 06  COLUMN 01
               VALUE  " BATCH/LOT:".
           05  LINE 06  COLUMN 30
               VALUE  "UNIT:".
           05  LINE 08  COLUMN 01
               VALUE  " QUANTITY ON HAND:".
           05  LINE 10  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TOPER
               LINE 03  COLUMN 12  PIC X(08)
               USING  W-OPERSES
               HIGHLIGHT.
           05  TDROGA
               LINE 04  COLUMN 13  PIC X(30)
               USING  SK-DROGA
               HIGHLIGHT.
           05  TDRCOD
               LINE 04  COLUMN 63  PIC 9(05)
               USING  W-DRCOD
               HIGHLIGHT.
           05  TLOTE
               LINE 06  COLUMN 13  PIC X(10)
               USING  SK-LOTE
               HIGHLIGHT.
           05  TUNIDADE
               LINE 06  COLUMN 36  PIC 9(02)
               USING  SK-UNIDADE
               HIGHLIGHT.
           05  TQTD
               LINE 08  COLUMN 20  PIC 9(05)
               USING  SK-QTD
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    WITHOUT THE FORMULARY THE DRUG NAME IS STILL TYPED IN FREE
       R0B.
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-DRAVAIL.

      *    EVERY MOVEMENT OF A CONTROLLED DRUG GOES ON THE BOOK
       R0C.
           OPEN I-O CADLIVRO
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADLIVRO
                 CLOSE CADLIVRO
                 MOVE "*** CADLIVRO ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERROR IN OPENING THE CADLIVRO FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    THE VISIT GIVES THE PATIENT CPF FOR THE DISPENSING LINE
       R0D.
           MOVE "N" TO W-ATAVAIL
           OPEN INPUT CADATEN
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-ATAVAIL.

      *    THE LOT OF EVERY DISPENSING IS KEPT FOR A RECALL
       R0F.
           OPEN I-O CADLOTE
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 MOVE "*** CADLOTE ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0F
              ELSE
                 MOVE "ERROR IN OPENING THE CADLOTE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    A LOT UNDER RECALL IS NOT DISPENSED - NO CADRECAL, NO RECALL
       R0G.
           MOVE "N" TO W-RLAVAIL
           OPEN INPUT CADRECAL
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-RLAVAIL.

      *    THE CABINET SHOWN IS THE OPERATOR'S UNIT - WITHOUT CADOPER
      *    THERE IS NO SIGN-IN AND EVERY LOT IS UNIT 01
       R0E.
           MOVE "N" TO W-OPAVAIL
           OPEN INPUT CADOPER
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-OPAVAIL
           ELSE
              GO TO R1.

       RLOG.
           MOVE SPACES TO SK-DROGA SK-LOTE
           MOVE ZEROS TO SK-QTD SK-REORDER SK-VALIDADE W-DRCOD
           MOVE ZEROS TO SK-UNIDADE
           DISPLAY TELASTOCK.
       RLOG1.
           ACCEPT TOPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPERSES = SPACES
              MOVE "*** ENTER THE OPERATOR ID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           MOVE W-OPERSES TO OPERID
           READ CADOPER
           IF ST-ERRO6 NOT = "00"
              MOVE "*** OPERATOR NOT FOUND IN CADOPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           IF LOCKFLAG = "Y"
              MOVE "*** OPERATOR ACCOUNT IS LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           MOVE UNIOPER TO W-UNIOPER
           IF W-UNIOPER NOT NUMERIC OR W-UNIOPER = ZEROS
              MOVE 01 TO W-UNIOPER.

       R1.
           MOVE SPACES TO SK-DROGA SK-LOTE
           MOVE ZEROS TO SK-QTD SK-REORDER SK-VALIDADE W-DRCOD
           MOVE W-UNIOPER TO SK-UNIDADE
           DISPLAY TELASTOCK
           DISPLAY (23, 12)
              "M=MAINTAIN LOT   D=DISPENSE PRESCRIPTION   X=EXIT"

       R2.
           MOVE SPACES TO SK-DROGA
           MOVE ZEROS TO W-DRCOD
           IF W-DRAVAIL NOT = "Y"
              GO TO R2L.

      *    A LOT IS FILED UNDER THE FORMULARY LABEL SO PRESCRIPTIONS
      *    PICKED FROM THE SAME FORMULARY FIND IT WHEN DISPENSED
       R2C.
           ACCEPT TDRCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-DRCOD = ZEROS
              PERFORM DROGA-BUSCA THRU DROGA-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO R2C
              ELSE
                 MOVE DR-COD TO W-DRCOD
                 DISPLAY TDRCOD.
           MOVE W-DRCOD TO DR-COD
           READ CADDROGA
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DRUG CODE NOT ON THE FORMULARY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2C.
           MOVE DR-NOME TO SK-DROGA
           DISPLAY TDROGA
           GO TO R3.

       R2L.
           ACCEPT TDROGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

      *    A LOT HELD AT ANOTHER UNIT IS KEPT BY TYPING ITS CODE
       R3U.
           MOVE W-UNIOPER TO SK-UNIDADE
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SK-UNIDADE = ZEROS
              MOVE W-UNIOPER TO SK-UNIDADE
              DISPLAY TUNIDADE.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADSTOCK.
           MOVE ZEROS TO W-QTDANT
           READ CADSTOCK
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE SK-QTD TO W-QTDANT
                DISPLAY TELASTOCK
                PERFORM RECAL-AVISO THRU RECAL-AVISO-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADSTOCK FILE" TO MENS
       INC-WR1.
                WRITE REGSTOCK
                IF ST-ERRO = "00" OR "02"
                      MOVE "STOCK SCREEN - LOT ENTERED" TO W-LVMOTIVO
                      MOVE SK-QTD TO W-QTDNOVO
                      PERFORM LIVRO-AJUSTE THRU LIVRO-AJUSTE-FIM
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE SK-DROGA TO W-LVDROGA
                MOVE SK-LOTE TO W-LVLOTE
                MOVE SK-UNIDADE TO W-UNILOTE
                DELETE CADSTOCK RECORD
                IF ST-ERRO = "00"
                   MOVE W-LVDROGA TO SK-DROGA
                   MOVE W-LVLOTE TO SK-LOTE
                   MOVE W-UNILOTE TO SK-UNIDADE
                   MOVE "STOCK SCREEN - LOT DELETED" TO W-LVMOTIVO
                   MOVE ZEROS TO W-QTDNOVO
                   PERFORM LIVRO-AJUSTE THRU LIVRO-AJUSTE-FIM
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-RW1.
                REWRITE REGSTOCK
                IF ST-ERRO = "00" OR "02"
                   MOVE "STOCK SCREEN - COUNT CORRECTED" TO W-LVMOTIVO
                   MOVE SK-QTD TO W-QTDNOVO
                   PERFORM LIVRO-AJUSTE THRU LIVRO-AJUSTE-FIM
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      *--[ THE PRESCRIPTION KEY LOCATES THE DRUG NAME; THE OLDEST- ]---
      *--[ EXPIRY LOT WITH STOCK (FEFO) IS THE ONE DECREMENTED     ]---
      *--[ - ONLY LOTS IN THE OPERATOR'S UNIT ARE CONSIDERED       ]---
       DISP-001.
           MOVE SPACES TO W-DISPCHAVE
           MOVE ZEROS TO W-DISPSEQ
      *--[ FIND THE FIRST-EXPIRY LOT OF THE DRUG WITH ENOUGH STOCK ]---
       DISP-FEFO.
           MOVE SPACES TO W-MELHORLOTE
           MOVE ZEROS TO W-MELHORUNI
           MOVE 99999999 TO W-MELHORVAL
           MOVE W-DISPDROGA TO SK-DROGA
           MOVE SPACES TO SK-LOTE
           MOVE ZEROS TO SK-UNIDADE
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO DISP-FEFO9.
       DISP-FEFO1.
              GO TO DISP-FEFO9.
           IF SK-DROGA NOT = W-DISPDROGA
              GO TO DISP-FEFO9.
           MOVE SK-UNIDADE TO W-UNILOTE
           IF W-UNILOTE = ZEROS
              MOVE 01 TO W-UNILOTE.
           IF W-UNILOTE NOT = W-UNIOPER
              GO TO DISP-FEFO1.
           PERFORM RECAL-CHK THRU RECAL-CHK-FIM
           IF W-CONGELADO = "Y"
              GO TO DISP-FEFO1.
           IF SK-QTD NOT < W-DISPQTD
              IF SK-VALIDADE < W-MELHORVAL
                 MOVE SK-VALIDADE TO W-MELHORVAL
                 MOVE SK-UNIDADE TO W-MELHORUNI
                 MOVE SK-LOTE TO W-MELHORLOTE.
           GO TO DISP-FEFO1.
       DISP-FEFO9.

           MOVE W-DISPDROGA TO SK-DROGA
           MOVE W-MELHORLOTE TO SK-LOTE
           MOVE W-MELHORUNI TO SK-UNIDADE
           READ CADSTOCK
           IF ST-ERRO NOT = "00"
              MOVE "ERROR READING CADSTOCK FILE" TO MENS
                 NEXT SENTENCE
           ELSE
              MOVE "ERROR UPDATING THE STOCK" TO MENS.
           IF ST-ERRO = "00" OR "02"
              PERFORM LIVRO-DISP THRU LIVRO-DISP-FIM
              PERFORM LOTE-DISP THRU LOTE-DISP-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DISP-LIMPA.
           DISPLAY (21, 02) LIMPA
           DISPLAY (22, 40) LIMPA
           GO TO R1.

      *
      *--[ FIND THE DRUG BY (PARTIAL) GENERIC NAME WHEN THE CODE  ]-----
      *--[ IS NOT AT HAND. SELECTING A MATCH LEAVES IT IN REGDROGA ]----
       DROGA-BUSCA.
           MOVE "N" TO W-BUSACHOU
           MOVE SPACES TO W-BUSNOME
           DISPLAY (21, 02) "SEARCH BY GENERIC NAME : "
           ACCEPT (21, 27) W-BUSNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-BUSNOME = SPACES
              GO TO DROGA-BUSCA-LIMPA.

           MOVE 30 TO W-BUSLEN.
       DROGA-BUSCA-LEN.
           IF W-BUSNOME(W-BUSLEN:1) = SPACE
              SUBTRACT 1 FROM W-BUSLEN
              GO TO DROGA-BUSCA-LEN.

           MOVE W-BUSNOME TO DR-GENERICO
           START CADDROGA KEY IS NOT LESS DR-GENERICO INVALID KEY
                 MOVE "*** NO DRUG WITH THAT NAME ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DROGA-BUSCA-LIMPA.
       DROGA-BUSCA1.
           READ CADDROGA NEXT
           IF ST-ERRO3 NOT = "00"
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DROGA-BUSCA-LIMPA.
           IF DR-GENERICO(1:W-BUSLEN) NOT = W-BUSNOME(1:W-BUSLEN)
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DROGA-BUSCA-LIMPA.

           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 02) DR-NOME
           DISPLAY (21, 33) DR-FORMA
           DISPLAY (21, 46) DR-CLASSE
           DISPLAY (22, 02) "S=SELECT   ENTER=NEXT   X=CANCEL"
           ACCEPT (22, 36) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DROGA-BUSCA-LIMPA.
           IF W-OPCAO = "X" OR "x"
              GO TO DROGA-BUSCA-LIMPA.
           IF W-OPCAO = "S" OR "s"
              MOVE "Y" TO W-BUSACHOU
              GO TO DROGA-BUSCA-LIMPA.
           GO TO DROGA-BUSCA1.
       DROGA-BUSCA-LIMPA.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 43) LIMPA
           DISPLAY (22, 02) LIMPA.
       DROGA-BUSCA-FIM.
           EXIT.

      *****************************************
      * CONTROLLED-DRUG BOOK (CADLIVRO)       *
      *****************************************
      *
      *--[ DR-CLASSE OF THE LOT'S DRUG INTO W-CLASSE - SPACES WHEN ]----
      *--[ THE DRUG IS NOT CONTROLLED OR NOT ON THE FORMULARY      ]----
       LIVRO-CTRL.
           MOVE SPACES TO W-CLASSE
           IF W-DRAVAIL NOT = "Y"
              GO TO LIVRO-CTRL-FIM.
           MOVE SK-DROGA TO DR-NOME
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO3 = "00"
              MOVE DR-CLASSE TO W-CLASSE.
       LIVRO-CTRL-FIM.
           EXIT.

      *--[ A LOT ENTERED, RECOUNTED OR DELETED ON THIS SCREEN GOES ]----
      *--[ ON THE BOOK AS AN ADJUSTMENT FROM W-QTDANT TO W-QTDNOVO ]----
       LIVRO-AJUSTE.
           IF W-QTDNOVO = W-QTDANT
              GO TO LIVRO-AJUSTE-FIM.
           PERFORM LIVRO-CTRL THRU LIVRO-CTRL-FIM
           IF W-CLASSE = SPACES
              GO TO LIVRO-AJUSTE-FIM.
           PERFORM LIVRO-NOVO THRU LIVRO-NOVO-FIM
           IF W-QTDNOVO > W-QTDANT
              MOVE "A" TO LV-TIPO
              COMPUTE LV-QTD = W-QTDNOVO - W-QTDANT
           ELSE
              MOVE "R" TO LV-TIPO
              COMPUTE LV-QTD = W-QTDANT - W-QTDNOVO.
           MOVE W-QTDNOVO  TO LV-SALDO
           MOVE W-LVMOTIVO TO LV-MOTIVO
           PERFORM LIVRO-GRAVA THRU LIVRO-GRAVA-FIM.
       LIVRO-AJUSTE-FIM.
           EXIT.

      *--[ A DISPENSED CONTROLLED DRUG: PRESCRIBER AND PATIENT OF ]-----
      *--[ THE VISIT THE PRESCRIPTION BELONGS TO                  ]-----
       LIVRO-DISP.
           PERFORM LIVRO-CTRL THRU LIVRO-CTRL-FIM
           IF W-CLASSE = SPACES
              GO TO LIVRO-DISP-FIM.
           PERFORM LIVRO-NOVO THRU LIVRO-NOVO-FIM
           MOVE "D"        TO LV-TIPO
           MOVE W-DISPQTD  TO LV-QTD
           MOVE SK-QTD     TO LV-SALDO
           MOVE CHAVEPRESC TO LV-PRESC
           IF W-ATAVAIL = "Y"
              MOVE CHAVEATENP TO CHAVEATEN
              READ CADATEN
              IF ST-ERRO5 = "00"
                 MOVE CRMUF TO LV-CRMUF
                 MOVE CRM   TO LV-CRM
                 MOVE CPF   TO LV-CPF.
           PERFORM LIVRO-GRAVA THRU LIVRO-GRAVA-FIM.
       LIVRO-DISP-FIM.
           EXIT.

      *--[ BLANK MOVEMENT FOR THE LOT IN REGSTOCK, STAMPED NOW ]--------
       LIVRO-NOVO.
           MOVE SPACES TO REGLIVRO
           MOVE ZEROS TO LV-SEQ LV-QTD LV-SALDO LV-CRM LV-CPF
                         LV-PONUM LV-FORN LV-SNGDATA
           MOVE SK-DROGA TO LV-DROGA
           MOVE SK-LOTE  TO LV-LOTE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO LV-DATA
           MOVE W-HORA(1:4) TO LV-HORA
           MOVE W-CLASSE TO LV-CLASSE
           MOVE "SMP060" TO LV-PROGR.
       LIVRO-NOVO-FIM.
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
           IF ST-ERRO4 NOT = "00"
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
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "*** ERROR RECORDING THE CONTROLLED BOOK ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIVRO-GRAVA-FIM.
           EXIT.

      *****************************************
      * LOT TRACE (CADLOTE) AND RECALLS       *
      *****************************************
      *
      *--[ W-CONGELADO = Y WHEN THE LOT IN REGSTOCK IS FROZEN BY ]-----
      *--[ A RECALL IN FORCE ON CADRECAL                         ]-----
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

      *--[ A FROZEN LOT CAN STILL BE RECOUNTED OR WRITTEN OFF HERE ]----
       RECAL-AVISO.
           PERFORM RECAL-CHK THRU RECAL-CHK-FIM
           IF W-CONGELADO = "Y"
              DISPLAY (14, 02) "*** LOT FROZEN UNDER RECALL - "
              DISPLAY (14, 32) RL-AVISO.
       RECAL-AVISO-FIM.
           EXIT.

      *--[ THE LOT JUST DISPENSED GOES ON CADLOTE UNDER THE ]----------
      *--[ PRESCRIPTION LINE AS ITS NEXT DISPENSING NUMBER  ]----------
       LOTE-DISP.
           MOVE SPACES TO REGLOTE
           MOVE ZEROS TO LT-SEQ LT-UNIDADE LT-CPF LT-DATA LT-HORA
                         LT-QTD LT-CRM
           MOVE "D"        TO LT-TIPO
           MOVE CHAVEPRESC TO LT-ORIGEM
           MOVE SK-DROGA   TO LT-PRODUTO
           MOVE SK-LOTE    TO LT-LOTE
           MOVE SK-UNIDADE TO LT-UNIDADE
           IF LT-UNIDADE = ZEROS
              MOVE 01 TO LT-UNIDADE.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO LT-DATA
           MOVE W-HORA(1:4) TO LT-HORA
           MOVE W-DISPQTD TO LT-QTD
           MOVE W-OPERSES TO LT-OPERID
           MOVE "SMP060" TO LT-PROGR
      *    THE VISIT KEY STARTS WITH THE PRESCRIBER'S UF AND CRM
           MOVE CHAVEATENP(1:2) TO LT-CRMUF
           MOVE CHAVEATENP(3:6) TO LT-CRM
           IF W-ATAVAIL = "Y"
              MOVE CHAVEATENP TO CHAVEATEN
              READ CADATEN
              IF ST-ERRO5 = "00"
                 MOVE CPF TO LT-CPF.

           MOVE REGLOTE TO W-LTSAVE
           MOVE LT-ORIGEM TO W-LTORIGEM
           MOVE ZEROS TO W-LTSEQ LT-SEQ
           START CADLOTE KEY IS NOT LESS CHAVELOTE INVALID KEY
                 GO TO LOTE-DISP2.
       LOTE-DISP1.
           READ CADLOTE NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO LOTE-DISP2.
           IF LT-TIPO NOT = "D" OR LT-ORIGEM NOT = W-LTORIGEM
              GO TO LOTE-DISP2.
           MOVE LT-SEQ TO W-LTSEQ
           GO TO LOTE-DISP1.
       LOTE-DISP2.
           MOVE W-LTSAVE TO REGLOTE
           ADD 1 TO W-LTSEQ
           MOVE W-LTSEQ TO LT-SEQ
           WRITE REGLOTE
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              MOVE "*** ERROR RECORDING THE DISPENSED LOT ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LOTE-DISP-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADSTOCK CADPRESC CADLIVRO CADLOTE.
           IF W-RLAVAIL = "Y"
              CLOSE CADRECAL.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
           IF W-ATAVAIL = "Y"
              CLOSE CADATEN.
           IF W-OPAVAIL = "Y"
              CLOSE CADOPER.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
