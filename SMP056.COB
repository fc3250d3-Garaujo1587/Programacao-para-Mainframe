      *     SETTLES A VISIT AT THE DESK, PRINTS A       *
      *     NUMBERED RECEIPT AND RUNS THE DAILY         *
      *     CLOSING (CAIXA) PER OPERATOR                *
      *     EACH RECEIPT IS SENT TO THE CITY FOR ITS    *
      *     ELECTRONIC SERVICE INVOICE (NFS-E)          *
      *     CARD AND PIX ARE AUTHORIZED ONLINE WITH THE *
      *     ACQUIRER BEFORE THE RECEIPT IS WRITTEN      *
      *     SELF-PAY AMBULANCE TRIPS BILLED BY SMP135   *
      *     AND SELF-PAY INPATIENT ACCOUNT BALANCES     *
      *     RELEASED BY SMP152 ARE SETTLED HERE AGAINST *
      *     THEIR INVOICE LINE                          *
      *     A RECEIPT MAY BE CANCELLED OR PART REFUNDED *
      *     - THE MONEY GIVEN BACK IS KEPT ON CADDEVOL  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERROFT
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

           SELECT CADDEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DV-CHAVE
                    FILE STATUS  IS ST-ERRODV.

           SELECT RELRECIB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADPRICE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADDEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEVOL.DAT".
           COPY CPDEVOLR.

       FD RELRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECIB.DAT".
       01 W-PBDATA      PIC 9(08) VALUE ZEROS.
       01 W-PBVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-PBDESC      PIC 9(02) VALUE ZEROS.
       01 W-NFSSTAT     PIC X(02) VALUE SPACES.
       01 W-NFSNUM      PIC 9(08) VALUE ZEROS.
       01 W-NFSCOD      PIC X(08) VALUE SPACES.
       01 W-SEMNFS      PIC 9(05) VALUE ZEROS.
       01 W-UNIOPER     PIC 9(02) VALUE 01.
       01 W-UNIFECHO    PIC 9(02) VALUE ZEROS.
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.
       01 W-FORMA       PIC X(01) VALUE SPACES.
       01 W-PAGSTAT     PIC X(02) VALUE SPACES.
       01 W-TRANSID     PIC X(20) VALUE SPACES.
       01 ST-ERROFT     PIC X(02) VALUE "00".
       01 W-FTAVAIL     PIC X(01) VALUE "N".
       01 W-VIAGEM      PIC X(01) VALUE "N".
       01 W-FTNUM       PIC 9(08) VALUE ZEROS.
       01 W-FTCHAVE.
          03 FILLER     PIC X(01).
          03 W-FTPLATE  PIC X(07).
          03 W-FTDEP    PIC 9(08).
          03 W-FTHORA   PIC 9(04).
       01 W-FTCHAVEH REDEFINES W-FTCHAVE.
          03 FILLER     PIC X(01).
          03 W-FTHCPF   PIC 9(11).
          03 W-FTHADM   PIC 9(08).
       01 W-FTCHAVEE REDEFINES W-FTCHAVE.
          03 FILLER     PIC X(08).
          03 W-FTEVIS   PIC 9(08).
          03 FILLER     PIC X(04).
      *    A SELF-PAY EXAM LINE SHARES ITS VISIT'S KEY, SO ITS RECEIPT
      *    IS KEYED E + THE INVOICE NUMBER INSTEAD
       01 W-EXACHAVE.
          03 FILLER     PIC X(01) VALUE "E".
          03 W-EXAFAT   PIC 9(08) VALUE ZEROS.
          03 FILLER     PIC X(11) VALUE SPACES.
       01 W-RCCHAVE.
          03 W-RCCTIPO  PIC X(01).
          03 W-RCCFAT   PIC 9(08).
          03 FILLER     PIC X(11).
       01 W-FTTIPO      PIC X(01) VALUE SPACES.
       01 ST-ERRODV     PIC X(02) VALUE "00".
       01 W-DVAVAIL     PIC X(01) VALUE "N".
       01 W-DVRECNUM    PIC 9(08) VALUE ZEROS.
       01 W-DVTIPO      PIC X(01) VALUE SPACES.
       01 W-DVVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-DVMOTIVO    PIC X(30) VALUE SPACES.
       01 W-DVJA        PIC 9(05)V99 VALUE ZEROS.
       01 W-DVSALDO     PIC 9(05)V99 VALUE ZEROS.
       01 W-DVJAED      PIC ZZ.ZZ9,99 VALUE ZEROS.
       01 W-DVSALDOED   PIC ZZ.ZZ9,99 VALUE ZEROS.
       01 W-DVSEQ       PIC 9(02) VALUE ZEROS.
       01 W-DVCANC      PIC X(01) VALUE "N".
       01 W-DVQTD       PIC 9(05) VALUE ZEROS.
       01 W-DVTOT       PIC 9(07)V99 VALUE ZEROS.

      *----[ THE SELF-PAY TRIP LINE OFFERED FOR SETTLEMENT ]------------
       01 W-VIALIN.
          03 FILLER     PIC X(16) VALUE "AMBULANCE TRIP: ".
          03 VLPLATE    PIC X(07).
          03 FILLER     PIC X(10) VALUE " DEPARTED ".
          03 VLDEP      PIC 9999/99/99.
          03 FILLER     PIC X(09) VALUE " INVOICE ".
          03 VLFATNUM   PIC 9(08).

      *----[ THE SELF-PAY INPATIENT ACCOUNT BALANCE LINE ]--------------
       01 W-CONLIN.
          03 FILLER     PIC X(19) VALUE "INPATIENT ACCOUNT: ".
          03 FILLER     PIC X(09) VALUE "ADMITTED ".
          03 CLADM      PIC 9999/99/99.
          03 FILLER     PIC X(09) VALUE " INVOICE ".
          03 CLFATNUM   PIC 9(08).

      *----[ THE SELF-PAY EXAM LINE ]-----------------------------------
       01 W-EXALIN.
          03 FILLER     PIC X(15) VALUE "EXAM: VISIT OF ".
          03 ELVIS      PIC 9999/99/99.
          03 FILLER     PIC X(09) VALUE " INVOICE ".
          03 ELFATNUM   PIC 9(08).

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
      *----[ FLAT SURCHARGE ADDED WHEN THE DIAGNOSIS IS CHRONIC ]-------
       77 W-CHRONSUR    PIC 9(05)V99 VALUE 5000.

      *----[ PER-OPERATOR CASH/CARD/PIX ACCUMULATORS FOR THE CLOSING ]--
       01 TAB-CAIXA.
          03 TC-ENT OCCURS 20 TIMES.
             05 TC-ID      PIC X(08).
             05 TC-CASH    PIC 9(07)V99.
             05 TC-CARD    PIC 9(07)V99.
             05 TC-PIX     PIC 9(07)V99.

       01 REC-TIT.
          03 FILLER     PIC X(30) VALUE "========[ RECEIPT NR ".
          03 FILLER     PIC X(24) VALUE "CONSULTATION BASE ..... ".
          03 RTBASE     PIC ZZZ.ZZ9,99.

       01 REC-VIA.
          03 FILLER     PIC X(12) VALUE "TRIP     : ".
          03 RTPLATE    PIC X(07).
          03 FILLER     PIC X(11) VALUE "  DEPARTED ".
          03 RTDEP      PIC 9999/99/99.
          03 FILLER     PIC X(10) VALUE "  INVOICE ".
          03 RTFATNUM   PIC 9(08).

       01 REC-VIAVAL.
          03 FILLER     PIC X(24) VALUE "AMBULANCE TRIP CHARGE . ".
          03 RTVIAVAL   PIC ZZZ.ZZ9,99.

       01 REC-CON.
          03 FILLER     PIC X(12) VALUE "ACCOUNT  : ".
          03 FILLER     PIC X(09) VALUE "ADMITTED ".
          03 RTADM      PIC 9999/99/99.
          03 FILLER     PIC X(10) VALUE "  INVOICE ".
          03 RTCFATNUM  PIC 9(08).

       01 REC-CONVAL.
          03 FILLER     PIC X(24) VALUE "INPATIENT ACCOUNT ..... ".
          03 RTCONVAL   PIC ZZZ.ZZ9,99.

       01 REC-EXA.
          03 FILLER     PIC X(12) VALUE "EXAM     : ".
          03 FILLER     PIC X(09) VALUE "VISIT OF ".
          03 RTEVIS     PIC 9999/99/99.
          03 FILLER     PIC X(10) VALUE "  INVOICE ".
          03 RTEFATNUM  PIC 9(08).

       01 REC-EXAVAL.
          03 FILLER     PIC X(24) VALUE "EXAM .................. ".
          03 RTEXAVAL   PIC ZZZ.ZZ9,99.

       01 REC-SUR.
          03 FILLER     PIC X(24) VALUE "CHRONIC SURCHARGE ..... ".
          03 RTSUR      PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(12) VALUE "OPERATOR : ".
          03 RTOPER     PIC X(08).

       01 REC-AUT.
          03 FILLER     PIC X(12) VALUE "AUTHORIZ.: ".
          03 RTTRANSID  PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RTAUTOBS   PIC X(15).

       01 REC-NFS.
          03 FILLER     PIC X(12) VALUE "NFS-E NR : ".
          03 RTNFSNUM   PIC 9(08).
          03 FILLER     PIC X(18) VALUE "  VERIFICATION : ".
          03 RTNFSCOD   PIC X(08).

       01 REC-NFSPEND.
          03 FILLER     PIC X(50) VALUE
             "NFS-E    : PENDING - THE CITY IS ASKED AGAIN LATER".

      *----[ REFUND / CANCELLATION SLIP ]-------------------------------
       01 REC-DEVTIT.
          03 FILLER     PIC X(08) VALUE "====[ ".
          03 RTDVTIPO   PIC X(16).
          03 FILLER     PIC X(14) VALUE " OF RECEIPT NR".
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RTDVNUM    PIC 9(08).
          03 FILLER     PIC X(07) VALUE " ]====".

       01 REC-DEVVAL.
          03 FILLER     PIC X(24) VALUE "RECEIPT VALUE ......... ".
          03 RTDVORIG   PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(22) VALUE "   GIVEN BACK NOW ... ".
          03 RTDVVAL    PIC ZZZ.ZZ9,99.

       01 REC-DEVMOT.
          03 FILLER     PIC X(12) VALUE "REASON   : ".
          03 RTDVMOT    PIC X(30).

       01 CX-TIT.
          03 FILLER   PIC X(38) VALUE
             "RELCAIXA - DAILY CASH DESK CLOSING - ".
          03 CXDATA   PIC 9999/99/99.
          03 FILLER   PIC X(08) VALUE " - UNIT ".
          03 CXUNID   PIC X(03).

       01 CX-CAB.
          03 FILLER   PIC X(50) VALUE
             "OPERATOR         CASH          CARD            PIX".

       01 CX-DET.
          03 CXOPER     PIC X(08).
          03 CXCASH     PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CXCARD     PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CXPIX      PIC Z.ZZZ.ZZ9,99.

       01 CX-UNP.
          03 FILLER     PIC X(09) VALUE "UNPAID : ".
          03 FILLER     PIC X(27) VALUE "SELF-PAY VISITS UNPAID ... ".
          03 CXUNPTOT   PIC ZZ.ZZ9.

       01 CX-NFS.
          03 FILLER     PIC X(11) VALUE "NO NFS-E : ".
          03 CXNRECNUM  PIC 9(08).
          03 FILLER     PIC X(06) VALUE "  CPF ".
          03 CXNCPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CXNVALOR   PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CXNSIT     PIC X(11).
          03 FILLER     PIC X(01) VALUE "(".
          03 CXNRET     PIC X(02).
          03 FILLER     PIC X(01) VALUE ")".

       01 CX-NFSTOT.
          03 FILLER     PIC X(27) VALUE "RECEIPTS WITHOUT NFS-E ... ".
          03 CXNFSTOT   PIC ZZ.ZZ9.

       01 CX-DEV.
          03 FILLER     PIC X(11) VALUE "GIVEN BACK ".
          03 CXDRECNUM  PIC 9(08).
          03 FILLER     PIC X(06) VALUE "  CPF ".
          03 CXDCPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CXDVALOR   PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CXDTIPO    PIC X(09).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CXDOPER    PIC X(08).

       01 CX-DEVTOT.
          03 FILLER     PIC X(27) VALUE "REFUNDS AND CANCELLATIONS  ".
          03 CXDEVQTD   PIC ZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE "  TOTAL : ".
          03 CXDEVTOT   PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.

           05  LINE 11  COLUMN 01
               VALUE  " TOTAL DUE:".
           05  LINE 13  COLUMN 01
               VALUE  " PAYMENT (D=CASH C=CARD P=PIX):".
           05  LINE 15  COLUMN 01
               VALUE  " AUTHORIZATION:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               USING  W-CHARGEED
               HIGHLIGHT.
           05  TFORMA
               LINE 13  COLUMN 33  PIC X(01)
               USING  RC-FORMA
               HIGHLIGHT.
           05  TTRANSID
               LINE 15  COLUMN 17  PIC X(20)
               USING  RC-TRANSID
               HIGHLIGHT.


       01  TELADEV.
           05  LINE 17  COLUMN 01
               VALUE  " RECEIPT NR:".
           05  LINE 18  COLUMN 01
               VALUE  " GIVEN BACK SO FAR:".
           05  LINE 18  COLUMN 33
               VALUE  "STILL REFUNDABLE:".
           05  LINE 19  COLUMN 01
               VALUE  " C=CANCEL THE RECEIPT  E=REFUND:".
           05  LINE 20  COLUMN 01
               VALUE  " VALUE GIVEN BACK:".
           05  LINE 21  COLUMN 01
               VALUE  " REASON:".
           05  TDVRECNUM
               LINE 17  COLUMN 14  PIC 9(08)
               USING  W-DVRECNUM
               HIGHLIGHT.
           05  TDVJA
               LINE 18  COLUMN 21  PIC ZZ.ZZ9,99
               USING  W-DVJAED
               HIGHLIGHT.
           05  TDVSALDO
               LINE 18  COLUMN 51  PIC ZZ.ZZ9,99
               USING  W-DVSALDOED
               HIGHLIGHT.
           05  TDVTIPO
               LINE 19  COLUMN 34  PIC X(01)
               USING  W-DVTIPO
               HIGHLIGHT.
           05  TDVVALOR
               LINE 20  COLUMN 20  PIC 9(05)V99
               USING  W-DVVALOR
               HIGHLIGHT.
           05  TDVMOTIVO
               LINE 21  COLUMN 10  PIC X(30)
               USING  W-DVMOTIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF ST-ERROPR = "00"
              MOVE "Y" TO W-PRAVAIL.

      *    THE REFUND FILE IS CREATED ON THE FIRST RUN
           MOVE "N" TO W-DVAVAIL
           OPEN I-O CADDEVOL
           IF ST-ERRODV = "30"
              OPEN OUTPUT CADDEVOL
              CLOSE CADDEVOL
              OPEN I-O CADDEVOL.
           IF ST-ERRODV = "00"
              MOVE "Y" TO W-DVAVAIL.

      *    SELF-PAY AMBULANCE TRIPS ARE ONLY OFFERED WHEN THE
      *    INVOICE FILE IS THERE
           MOVE "N" TO W-FTAVAIL
           OPEN I-O CADFATUR
           IF ST-ERROFT = "00"
              MOVE "Y" TO W-FTAVAIL.

      *--------[ THE DESK OPERATOR IDENTIFIES THEIR SESSION - THE ]-----
      *--------[ CLOSING TOTALS ARE KEPT PER OPERATOR              ]-----
       RLOG.
           MOVE SPACES TO W-OPERSES
           MOVE ZEROS TO CRM OF REGATEN DATACON HORACON CPF
           MOVE ZEROS TO COD OF REGATEN
           MOVE SPACES TO CRMUF OF REGATEN PACNOME RC-FORMA RC-TRANSID
           MOVE ZEROS TO W-CHARGEED
           DISPLAY TELACAIXA.
       RLOG1.
              MOVE "*** OPERATOR ACCOUNT IS LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
      *    THE DESK BELONGS TO THE OPERATOR'S UNIT - NONE MEANS 01
           MOVE UNIOPER TO W-UNIOPER
           IF W-UNIOPER NOT NUMERIC OR W-UNIOPER = ZEROS
              MOVE 01 TO W-UNIOPER.

       R1.
           MOVE ZEROS TO CRM OF REGATEN DATACON HORACON CPF
           MOVE ZEROS TO COD OF REGATEN
           MOVE SPACES TO CRMUF OF REGATEN PACNOME RC-FORMA RC-TRANSID
           MOVE ZEROS TO W-CHARGEED
           MOVE "N" TO W-VIAGEM
           DISPLAY TELACAIXA
           DISPLAY (23, 12)
              "R=RECEIVE T=TRIP/ACCOUNT E=REFUND F=CLOSING X=EXIT"
           ACCEPT (23, 63) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
              GO TO ROT-FIM.
           IF W-OPCAO = "F" OR "f"
              GO TO FECHO-001.
           IF W-OPCAO = "E" OR "e"
              MOVE SPACES TO MENS
              DISPLAY (23, 12) LIMPA
              GO TO DEV-001.
           IF W-OPCAO = "T" OR "t"
              MOVE SPACES TO MENS
              DISPLAY (23, 12) LIMPA
              GO TO VIA-001.
           IF W-OPCAO NOT = "R" AND "r"
              GO TO R1.
           MOVE SPACES TO MENS
           DISPLAY TCHARGE.

       R4.
           MOVE SPACES TO RC-FORMA RC-TRANSID
           DISPLAY TTRANSID
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF RC-FORMA NOT = "D" AND RC-FORMA NOT = "C"
                             AND RC-FORMA NOT = "P"
              MOVE "*** JUST TYPE D=CASH, C=CARD OR P=PIX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE RC-FORMA TO W-FORMA
                PERFORM NUM-SCAN THRU NUM-SCAN-FIM
                ADD 1 TO W-PROXNUM
                MOVE W-FORMA TO RC-FORMA
                MOVE SPACES TO RC-TRANSID RC-AUTSIT RC-CONCSIT
                MOVE ZEROS TO RC-CONCDATA
                IF RC-FORMA NOT = "D"
                   PERFORM PAG-AUTORIZA THRU PAG-AUTORIZA-FIM
                   IF RC-AUTSIT = SPACE
                      GO TO R4.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                MOVE W-PROXNUM  TO RECNUM
                MOVE W-HOJE     TO RC-DATA
                MOVE W-HORA(1:4) TO RC-HORA
                MOVE W-OPERSES  TO RC-OPERID
                MOVE W-UNIOPER  TO RC-UNIDADE
                MOVE CPF        TO RC-CPF
                IF W-VIAGEM = "Y"
                   IF W-FTTIPO = "E"
                      MOVE W-FTNUM TO W-EXAFAT
                      MOVE W-EXACHAVE TO RC-CHAVEATEN
                   ELSE
                      MOVE W-FTCHAVE TO RC-CHAVEATEN
                ELSE
                   MOVE CHAVEATEN TO RC-CHAVEATEN.
                MOVE W-CHARGE   TO RC-VALOR
                MOVE SPACES     TO RC-NFSSIT RC-NFSCOD RC-NFSRET
                MOVE ZEROS      TO RC-NFSNUM RC-NFSTENT
                WRITE REGRECIB
                IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
                      MOVE "ERROR RECORDING THE RECEIPT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF W-VIAGEM = "Y"
                   PERFORM VIA-BAIXA THRU VIA-BAIXA-FIM.
                PERFORM NFSE-EMITE THRU NFSE-EMITE-FIM
                PERFORM RECIBO-PRT THRU RECIBO-PRT-FIM
                IF RC-NFSSIT = "E"
                   MOVE "*** RECEIPT AND NFS-E RECORDED AND PRINTED ***"
                        TO MENS
                ELSE
                   MOVE "*** RECEIPT PRINTED - NFS-E STILL PENDING ***"
                        TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *--[ SELF-PAY AMBULANCE TRIP: THE PATIENT'S OPEN TRIP ]-----------
      *--[ LINES (AGREEMENT 0000, TYPE T), INPATIENT ACCOUNT  ]---------
      *--[ BALANCES (TYPE H) AND RESULTED EXAMS (TYPE E,      ]---------
      *--[ SMP052) ARE OFFERED ONE BY ONE; THE CHOSEN ONE     ]---------
      *--[ GOES THROUGH THE USUAL PAYMENT AND RECEIPT         ]---------
       VIA-001.
           IF W-FTAVAIL NOT = "Y"
              MOVE "*** CADFATUR FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO CPF
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF CPF = ZEROS
              MOVE "*** ENTER THE PATIENT CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIA-001.
           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO PACNOME.
           DISPLAY TPACNOME

           MOVE ZEROS TO FT-CONV
           START CADFATUR KEY IS NOT LESS FT-CONV INVALID KEY
                 GO TO VIA-NADA.
       VIA-002.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO VIA-NADA.
           IF FT-CONV NOT = ZEROS
              GO TO VIA-NADA.
           IF FT-CPF NOT = CPF
              GO TO VIA-002.
           IF FT-TIPO NOT = "T" AND FT-TIPO NOT = "H"
                                AND FT-TIPO NOT = "E"
              GO TO VIA-002.
           IF FT-STATUS NOT = "O" OR FT-SITPAG NOT = SPACE
              GO TO VIA-002.

           MOVE FT-CHAVEATEN TO W-FTCHAVE
           MOVE FT-TIPO TO W-FTTIPO
           IF W-FTTIPO = "H"
              MOVE W-FTHADM TO CLADM
              MOVE FATNUM TO CLFATNUM
              DISPLAY (17, 02) LIMPA
              DISPLAY (17, 02) W-CONLIN
           ELSE
              IF W-FTTIPO = "E"
                 MOVE W-FTEVIS TO ELVIS
                 MOVE FATNUM TO ELFATNUM
                 DISPLAY (17, 02) LIMPA
                 DISPLAY (17, 02) W-EXALIN
              ELSE
                 MOVE W-FTPLATE TO VLPLATE
                 MOVE W-FTDEP TO VLDEP
                 MOVE FATNUM TO VLFATNUM
                 DISPLAY (17, 02) LIMPA
                 DISPLAY (17, 02) W-VIALIN.
           MOVE FT-VALOR TO W-CHARGEED
           DISPLAY TCHARGE.
       VIA-003.
           DISPLAY (23, 12) "S=SETTLE   ENTER=NEXT   X=CANCEL"
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 46) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "X" OR "x"
              GO TO R1.
           IF W-OPCAO = SPACE
              GO TO VIA-002.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO VIA-003.

           MOVE "Y" TO W-VIAGEM
           MOVE FATNUM TO W-FTNUM
           MOVE FT-VALOR TO W-CHARGE
           MOVE ZEROS TO W-BASE W-SURCH W-DISCPCT
           MOVE SPACES TO DOCNOME
           GO TO R4.

       VIA-NADA.
           MOVE "*** NO OPEN TRIP, ACCOUNT OR EXAM LINE ***"
                                                       TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *--[ REFUND OR CANCELLATION OF A RECEIPT ALREADY TAKEN: THE ]----
      *--[ RECEIPT STAYS AS IT WAS AND A CADDEVOL ROW RECORDS THE  ]----
      *--[ MONEY GIVEN BACK, WITH A SLIP ON THE RECEIPT SPOOL. A   ]----
      *--[ CANCELLATION TAKES THE WHOLE VALUE AND FREES THE VISIT  ]----
      *--[ (OR THE TRIP, ACCOUNT OR EXAM LINE) TO BE SETTLED AGAIN ]----
       DEV-001.
           IF W-DVAVAIL NOT = "Y"
              MOVE "*** CADDEVOL FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-DVRECNUM W-DVVALOR W-DVJAED W-DVSALDOED
           MOVE SPACES TO W-DVTIPO W-DVMOTIVO
           DISPLAY TELADEV.
       DEV-001A.
           ACCEPT TDVRECNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DVRECNUM = ZEROS
              MOVE "*** ENTER THE RECEIPT NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001A.
           MOVE W-DVRECNUM TO RECNUM
           READ CADRECIB KEY IS RECNUM
           IF ST-ERRO8 NOT = "00"
              MOVE "*** RECEIPT NOT FOUND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001A.
           MOVE RC-CPF TO CPF
           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE RC-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO PACNOME.
           DISPLAY TCPF
           DISPLAY TPACNOME
           MOVE RC-VALOR TO W-CHARGEED
           DISPLAY TCHARGE

           PERFORM DEV-SOMA THRU DEV-SOMA-FIM
           IF W-DVCANC = "Y"
              MOVE "*** RECEIPT ALREADY CANCELLED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           COMPUTE W-DVSALDO = RC-VALOR - W-DVJA
           IF W-DVSALDO = ZEROS
              MOVE "*** RECEIPT ALREADY REFUNDED IN FULL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DVJA TO W-DVJAED
           MOVE W-DVSALDO TO W-DVSALDOED
           DISPLAY TDVJA
           DISPLAY TDVSALDO.

       DEV-002.
           MOVE "E" TO W-DVTIPO
           ACCEPT TDVTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DVTIPO = "c"
              MOVE "C" TO W-DVTIPO.
           IF W-DVTIPO = "e"
              MOVE "E" TO W-DVTIPO.
           IF W-DVTIPO NOT = "C" AND W-DVTIPO NOT = "E"
              MOVE "*** JUST TYPE C=CANCEL OR E=REFUND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           IF W-DVTIPO = "C" AND W-DVJA NOT = ZEROS
              MOVE "*** PART ALREADY REFUNDED - USE E ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           IF W-DVTIPO = "C"
              MOVE RC-VALOR TO W-DVVALOR
              DISPLAY TDVVALOR
              GO TO DEV-004.

       DEV-003.
           MOVE W-DVSALDO TO W-DVVALOR
           ACCEPT TDVVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DEV-002.
           IF W-DVVALOR = ZEROS OR W-DVVALOR > W-DVSALDO
              MOVE "*** UP TO THE VALUE STILL REFUNDABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-003.

       DEV-004.
           ACCEPT TDVMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DEV-002.
           IF W-DVMOTIVO = SPACES
              MOVE "*** THE REASON IS REQUIRED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-004.

       DEV-005.
           MOVE "Y" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRM (Y/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DEV-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** NOTHING WAS GIVEN BACK ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-005.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE RECNUM     TO DV-RECNUM
           COMPUTE DV-SEQ = W-DVSEQ + 1
           MOVE W-DVTIPO   TO DV-TIPO
           MOVE W-HOJE     TO DV-DATA
           MOVE W-HORA(1:4) TO DV-HORA
           MOVE W-OPERSES  TO DV-OPERID
           MOVE W-DVVALOR  TO DV-VALOR
           MOVE W-DVMOTIVO TO DV-MOTIVO
           MOVE RC-CPF     TO DV-CPF
           MOVE W-UNIOPER  TO DV-UNIDADE
           WRITE REGDEVOL
           IF ST-ERRODV NOT = "00" AND ST-ERRODV NOT = "02"
              MOVE "ERROR RECORDING THE REFUND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DV-TIPO = "C"
              PERFORM DEV-REABRE THRU DEV-REABRE-FIM.
           PERFORM DEV-PRT THRU DEV-PRT-FIM
           IF DV-TIPO = "C"
              MOVE "*** RECEIPT CANCELLED - SLIP PRINTED ***" TO MENS
           ELSE
              MOVE "*** REFUND RECORDED - SLIP PRINTED ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *--[ WHAT WAS ALREADY GIVEN BACK ON THE RECEIPT IN REGRECIB: ]----
      *--[ TOTAL IN W-DVJA, LAST SEQUENCE IN W-DVSEQ AND W-DVCANC  ]----
      *--[ AT Y WHEN IT WAS CANCELLED                              ]----
       DEV-SOMA.
           MOVE ZEROS TO W-DVJA W-DVSEQ
           MOVE "N" TO W-DVCANC
           IF W-DVAVAIL NOT = "Y"
              GO TO DEV-SOMA-FIM.
           MOVE RECNUM TO DV-RECNUM
           MOVE ZEROS TO DV-SEQ
           START CADDEVOL KEY IS NOT LESS DV-CHAVE INVALID KEY
                 GO TO DEV-SOMA-FIM.
       DEV-SOMA1.
           READ CADDEVOL NEXT
           IF ST-ERRODV NOT = "00"
              GO TO DEV-SOMA-FIM.
           IF DV-RECNUM NOT = RECNUM
              GO TO DEV-SOMA-FIM.
           ADD DV-VALOR TO W-DVJA
           MOVE DV-SEQ TO W-DVSEQ
           IF DV-TIPO = "C"
              MOVE "Y" TO W-DVCANC.
           GO TO DEV-SOMA1.
       DEV-SOMA-FIM.
           EXIT.

      *--[ A CANCELLED RECEIPT FOR A TRIP, ACCOUNT OR EXAM LINE ]-------
      *--[ REOPENS THAT LINE SO IT CAN BE SETTLED AGAIN. A TRIP ]-------
      *--[ OR ACCOUNT RECEIPT CARRIES THE LINE'S OWN KEY (ONE   ]-------
      *--[ ACCOUNT MAY HAVE SEVERAL LINES - THE ONE PAID BY THIS]-------
      *--[ RECEIPT IS REOPENED); AN EXAM RECEIPT CARRIES ITS    ]-------
      *--[ INVOICE NUMBER. A VISIT RECEIPT MATCHES NO LINE      ]-------
       DEV-REABRE.
           IF W-FTAVAIL NOT = "Y"
              GO TO DEV-REABRE-FIM.
           MOVE RC-CHAVEATEN TO W-RCCHAVE
           IF W-RCCTIPO NOT = "E" OR W-RCCFAT NOT NUMERIC
              GO TO DEV-REABRE0.
           MOVE W-RCCFAT TO FATNUM
           READ CADFATUR KEY IS FATNUM
           IF ST-ERROFT NOT = "00"
              MOVE "*** EXAM LINE NOT REOPENED - SEE BILLING ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-REABRE-FIM.
           IF FT-TIPO NOT = "E"
              GO TO DEV-REABRE-FIM.
           GO TO DEV-REABRE2.
       DEV-REABRE0.
           MOVE RC-CHAVEATEN TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO DEV-REABRE-FIM.
       DEV-REABRE1.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO DEV-REABRE-FIM.
           IF FT-CHAVEATEN NOT = RC-CHAVEATEN
              GO TO DEV-REABRE-FIM.
           IF FT-TIPO NOT = "T" AND FT-TIPO NOT = "H"
              GO TO DEV-REABRE1.
           IF FT-SITPAG NOT = "F" OR FT-PAGDATA NOT = RC-DATA
                                  OR FT-PAGVALOR NOT = RC-VALOR
              GO TO DEV-REABRE1.
       DEV-REABRE2.
           MOVE SPACE TO FT-SITPAG
           MOVE ZEROS TO FT-PAGDATA FT-PAGVALOR
           REWRITE REGFATUR
           IF ST-ERROFT NOT = "00" AND ST-ERROFT NOT = "02"
              MOVE "*** LINE NOT REOPENED - SEE BILLING ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DEV-REABRE-FIM.
           EXIT.

      *--[ APPENDS THE REFUND / CANCELLATION SLIP TO THE SPOOL ]--------
       DEV-PRT.
           OPEN EXTEND RELRECIB
           IF ST-ERRO6 NOT = "00"
              OPEN OUTPUT RELRECIB
              CLOSE RELRECIB
              OPEN EXTEND RELRECIB.
           IF DV-TIPO = "C"
              MOVE "CANCELLATION" TO RTDVTIPO
           ELSE
              MOVE "REFUND" TO RTDVTIPO.
           MOVE DV-RECNUM TO RTDVNUM
           MOVE REC-DEVTIT TO LINHA-REC
           WRITE LINHA-REC
           MOVE DV-DATA TO RTDATA
           MOVE W-HORA-HH TO RTHH
           MOVE W-HORA-MM TO RTMM
           MOVE REC-DATA TO LINHA-REC
           WRITE LINHA-REC
           MOVE DV-CPF TO RTCPF
           MOVE PACNOME TO RTNOME
           MOVE REC-PAC TO LINHA-REC
           WRITE LINHA-REC
           MOVE RC-VALOR TO RTDVORIG
           MOVE DV-VALOR TO RTDVVAL
           MOVE REC-DEVVAL TO LINHA-REC
           WRITE LINHA-REC
           IF RC-FORMA = "D"
              MOVE "CASH" TO RTFORMA
           ELSE
              IF RC-FORMA = "P"
                 MOVE "PIX" TO RTFORMA
              ELSE
                 MOVE "CARD" TO RTFORMA.
           MOVE REC-FORMA TO LINHA-REC
           WRITE LINHA-REC
           MOVE DV-MOTIVO TO RTDVMOT
           MOVE REC-DEVMOT TO LINHA-REC
           WRITE LINHA-REC
           MOVE DV-OPERID TO RTOPER
           MOVE REC-OPER TO LINHA-REC
           WRITE LINHA-REC
           MOVE SPACES TO LINHA-REC
           WRITE LINHA-REC
           CLOSE RELRECIB.
       DEV-PRT-FIM.
           EXIT.

      *--[ THE RECEIPT SETTLES THE TRIP, ACCOUNT OR EXAM LINE ]---------
       VIA-BAIXA.
           MOVE W-FTNUM TO FATNUM
           READ CADFATUR KEY IS FATNUM
           IF ST-ERROFT NOT = "00"
              MOVE "*** LINE NOT MARKED PAID - SEE BILLING ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIA-BAIXA-FIM.
           MOVE "F" TO FT-SITPAG
           MOVE RC-DATA TO FT-PAGDATA
           MOVE RC-VALOR TO FT-PAGVALOR
           REWRITE REGFATUR
           IF ST-ERROFT NOT = "00"
              MOVE "*** LINE NOT MARKED PAID - SEE BILLING ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIA-BAIXA-FIM.
           EXIT.

      *--[ ASKS THE CITY FOR THE RECEIPT'S SERVICE INVOICE AND ]--------
      *--[ KEEPS THE ANSWER ON THE RECEIPT. A REFUSAL OR A DEAD ]-------
      *--[ SERVICE NEVER HOLDS UP THE DESK - SMP107 RE-SENDS    ]-------
       NFSE-EMITE.
                MOVE "99" TO W-NFSSTAT
                MOVE ZEROS TO W-NFSNUM
                MOVE SPACES TO W-NFSCOD
                CALL "NFSEWSVC" USING RECNUM RC-DATA RC-CPF RC-VALOR
                                      W-NFSSTAT W-NFSNUM W-NFSCOD
                   ON OVERFLOW
                      MOVE "99" TO W-NFSSTAT.
                ADD 1 TO RC-NFSTENT
                MOVE W-NFSSTAT TO RC-NFSRET
                IF W-NFSSTAT = "00"
                   MOVE "E" TO RC-NFSSIT
                   MOVE W-NFSNUM TO RC-NFSNUM
                   MOVE W-NFSCOD TO RC-NFSCOD
                ELSE
                   IF W-NFSSTAT = "99"
                      MOVE "T" TO RC-NFSSIT
                   ELSE
                      MOVE "R" TO RC-NFSSIT.
                REWRITE REGRECIB
                IF ST-ERRO8 NOT = "00"
                   MOVE "*** NFS-E ANSWER NOT SAVED ON THE RECEIPT ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       NFSE-EMITE-FIM.
                EXIT.

      *--[ CARD AND PIX GO TO THE ACQUIRER FIRST - A DECLINE SENDS ]----
      *--[ THE CASHIER BACK TO THE PAYMENT FORM. WITH THE SERVICE  ]----
      *--[ DOWN THE SALE MAY GO THROUGH THE STANDALONE TERMINAL    ]----
      *--[ AND ITS SLIP CODE IS TYPED IN. RC-AUTSIT STAYS SPACE    ]----
      *--[ WHEN NO PAYMENT WAS TAKEN                               ]----
       PAG-AUTORIZA.
                MOVE "99" TO W-PAGSTAT
                MOVE SPACES TO W-TRANSID
                CALL "PAGWSVC" USING W-PROXNUM RC-FORMA W-CHARGE
                                     W-PAGSTAT W-TRANSID
                   ON OVERFLOW
                      MOVE "99" TO W-PAGSTAT.
                IF W-PAGSTAT = "00"
                   MOVE "A" TO RC-AUTSIT
                   MOVE W-TRANSID TO RC-TRANSID
                   DISPLAY TTRANSID
                   GO TO PAG-AUTORIZA-FIM.
                IF W-PAGSTAT NOT = "99"
                   MOVE "*** PAYMENT DECLINED - TRY ANOTHER FORM ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-AUTORIZA-FIM.

                DISPLAY (22, 02)
                   "PAYMENT SERVICE DOWN - USE THE TERMINAL (Y/N) : "
                MOVE "Y" TO W-OPCAO
                ACCEPT (22, 50) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 02) LIMPA
                IF W-ACT = 01
                   GO TO PAG-AUTORIZA-FIM.
                IF W-OPCAO = "N" OR "n"
                   GO TO PAG-AUTORIZA-FIM.
       PAG-AUTORIZA1.
                DISPLAY (23, 12) "TYPE THE CODE FROM THE TERMINAL SLIP"
                ACCEPT TTRANSID
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 01
                   MOVE SPACES TO RC-TRANSID
                   DISPLAY TTRANSID
                   GO TO PAG-AUTORIZA-FIM.
                IF RC-TRANSID = SPACES
                   MOVE "*** THE SLIP CODE IS REQUIRED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-AUTORIZA1.
                MOVE "M" TO RC-AUTSIT.
       PAG-AUTORIZA-FIM.
                EXIT.

      *--[ RESOLVES THE PATIENT'S PLAN TIER - OUTSIDE TIERS 1-12 ]------
      *--[ (OR NO AGREEMENT AT ALL) MEANS SELF-PAY AT THE DESK   ]------
           READ CADRECIB NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO JA-PAGO-FIM.
           IF RC-CHAVEATEN NOT = W-SAVCHAVE
              GO TO JA-PAGO-FIM.
      *    A CANCELLED RECEIPT NO LONGER SETTLES THE VISIT
           PERFORM DEV-SOMA THRU DEV-SOMA-FIM
           IF W-DVCANC = "Y"
              GO TO JA-PAGO1.
           MOVE "Y" TO W-JAPAGO.
       JA-PAGO-FIM.
           EXIT.

           MOVE PACNOME TO RTNOME
           MOVE REC-PAC TO LINHA-REC
           WRITE LINHA-REC
           IF W-VIAGEM = "Y" AND W-FTTIPO = "H"
              MOVE W-FTHADM TO RTADM
              MOVE W-FTNUM TO RTCFATNUM
              MOVE REC-CON TO LINHA-REC
              WRITE LINHA-REC
              MOVE W-CHARGE TO RTCONVAL
              MOVE REC-CONVAL TO LINHA-REC
              WRITE LINHA-REC
           ELSE
           IF W-VIAGEM = "Y" AND W-FTTIPO = "E"
              MOVE W-FTEVIS TO RTEVIS
              MOVE W-FTNUM TO RTEFATNUM
              MOVE REC-EXA TO LINHA-REC
              WRITE LINHA-REC
              MOVE W-CHARGE TO RTEXAVAL
              MOVE REC-EXAVAL TO LINHA-REC
              WRITE LINHA-REC
           ELSE
           IF W-VIAGEM = "Y"
              MOVE W-FTPLATE TO RTPLATE
              MOVE W-FTDEP TO RTDEP
              MOVE W-FTNUM TO RTFATNUM
              MOVE REC-VIA TO LINHA-REC
              WRITE LINHA-REC
              MOVE W-CHARGE TO RTVIAVAL
              MOVE REC-VIAVAL TO LINHA-REC
              WRITE LINHA-REC
           ELSE
              MOVE DOCNOME TO RTDOC
              MOVE REC-MED TO LINHA-REC
              WRITE LINHA-REC
              MOVE W-BASE TO RTBASE
              MOVE REC-BASE TO LINHA-REC
              WRITE LINHA-REC.
           IF W-SURCH NOT = ZEROS
              MOVE W-SURCH TO RTSUR
              MOVE REC-SUR TO LINHA-REC
           IF RC-FORMA = "D"
              MOVE "CASH" TO RTFORMA
           ELSE
              IF RC-FORMA = "P"
                 MOVE "PIX" TO RTFORMA
              ELSE
                 MOVE "CARD" TO RTFORMA.
           MOVE REC-FORMA TO LINHA-REC
           WRITE LINHA-REC
           IF RC-FORMA NOT = "D"
              MOVE RC-TRANSID TO RTTRANSID
              MOVE SPACES TO RTAUTOBS
              IF RC-AUTSIT = "M"
                 MOVE "(TERMINAL SLIP)" TO RTAUTOBS.
           IF RC-FORMA NOT = "D"
              MOVE REC-AUT TO LINHA-REC
              WRITE LINHA-REC.
           MOVE RC-OPERID TO RTOPER
           MOVE REC-OPER TO LINHA-REC
           WRITE LINHA-REC
           IF RC-NFSSIT = "E"
              MOVE RC-NFSNUM TO RTNFSNUM
              MOVE RC-NFSCOD TO RTNFSCOD
              MOVE REC-NFS TO LINHA-REC
           ELSE
              MOVE REC-NFSPEND TO LINHA-REC.
           WRITE LINHA-REC
           MOVE SPACES TO LINHA-REC
           WRITE LINHA-REC
           CLOSE RELRECIB.
           IF W-ACT = 01
              GO TO R1.

      *    THE CLOSING IS THE OPERATOR'S OWN UNIT UNLESS CHANGED -
      *    00 CLOSES EVERY UNIT TOGETHER
       FECHO-UNI.
           MOVE W-UNIOPER TO W-UNIFECHO
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "UNIT (00=ALL UNITS) : "
           ACCEPT (23, 35) W-UNIFECHO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FECHO-001.
           DISPLAY (23, 12) LIMPA

           MOVE 1 TO IND.
       FECHO-CLR.
           IF IND NOT > 20
              MOVE SPACES TO TC-ID(IND)
              MOVE ZEROS TO TC-CASH(IND) TC-CARD(IND) TC-PIX(IND)
              ADD 1 TO IND
              GO TO FECHO-CLR.

              GO TO FECHO-REL.
           IF RC-DATA NOT = W-DIAFECHO
              GO TO FECHO-REL.
           PERFORM FECHO-UNIRC THRU FECHO-UNIRC-FIM
           IF W-UNIREG NOT = W-UNIFECHO
              GO TO FECHO-RD1.
           PERFORM FECHO-ACUM THRU FECHO-ACUM-FIM
           GO TO FECHO-RD1.

           IF RC-FORMA = "D"
              ADD RC-VALOR TO TC-CASH(W-OPIND)
           ELSE
              IF RC-FORMA = "P"
                 ADD RC-VALOR TO TC-PIX(W-OPIND)
              ELSE
                 ADD RC-VALOR TO TC-CARD(W-OPIND).
       FECHO-ACUM-FIM.
           EXIT.

      *--[ UNIT OF THE RECEIPT FOR THE CLOSING FILTER - A RECEIPT  ]----
      *--[ TAKEN BEFORE UNITS EXISTED IS UNIT 01; ON AN ALL-UNITS  ]----
      *--[ CLOSING EVERY RECEIPT MATCHES                           ]----
       FECHO-UNIRC.
           MOVE RC-UNIDADE TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIFECHO = ZEROS
              MOVE ZEROS TO W-UNIREG.
       FECHO-UNIRC-FIM.
           EXIT.

      *--[ WRITES THE CLOSING REPORT AND THE UNPAID-VISIT LIST ]--------
       FECHO-REL.
           OPEN OUTPUT RELCAIXA
              GO TO R1.

           MOVE W-DIAFECHO TO CXDATA
           IF W-UNIFECHO = ZEROS
              MOVE "ALL" TO CXUNID
           ELSE
              MOVE W-UNIFECHO TO CXUNID.
           MOVE CX-TIT TO LINHA-REL
           WRITE LINHA-REL
           MOVE CX-CAB TO LINHA-REL
           MOVE TC-ID(IND) TO CXOPER
           MOVE TC-CASH(IND) TO CXCASH
           MOVE TC-CARD(IND) TO CXCARD
           MOVE TC-PIX(IND) TO CXPIX
           MOVE CX-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO IND
              GO TO FECHO-UNP1.
           IF OUTCOME NOT = "A"
              GO TO FECHO-UNP1.
           MOVE UNIATEN TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIFECHO NOT = ZEROS AND W-UNIREG NOT = W-UNIFECHO
              GO TO FECHO-UNP1.

           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE ZEROS TO CONVPACI
           MOVE W-UNPAID TO CXUNPTOT
           MOVE CX-UNPTOT TO LINHA-REL
           WRITE LINHA-REL

      *--[ RECEIPTS OF THE DAY THE CITY HAS NOT INVOICED YET ]----------
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-SEMNFS
           MOVE W-DIAFECHO TO RC-DATA
           START CADRECIB KEY IS NOT LESS RC-DATA INVALID KEY
                 GO TO FECHO-NFSFIM.
       FECHO-NFS1.
           READ CADRECIB NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO FECHO-NFSFIM.
           IF RC-DATA NOT = W-DIAFECHO
              GO TO FECHO-NFSFIM.
           IF RC-NFSSIT = "E"
              GO TO FECHO-NFS1.
           PERFORM FECHO-UNIRC THRU FECHO-UNIRC-FIM
           IF W-UNIREG NOT = W-UNIFECHO
              GO TO FECHO-NFS1.
           MOVE RECNUM TO CXNRECNUM
           MOVE RC-CPF TO CXNCPF
           MOVE RC-VALOR TO CXNVALOR
           MOVE RC-NFSRET TO CXNRET
           IF RC-NFSSIT = "R"
              MOVE "REFUSED" TO CXNSIT
           ELSE
              IF RC-NFSSIT = "T"
                 MOVE "NO ANSWER" TO CXNSIT
              ELSE
                 MOVE "NOT SENT" TO CXNSIT.
           MOVE CX-NFS TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-SEMNFS
           GO TO FECHO-NFS1.
       FECHO-NFSFIM.
           MOVE W-SEMNFS TO CXNFSTOT
           MOVE CX-NFSTOT TO LINHA-REL
           WRITE LINHA-REL

      *--[ MONEY GIVEN BACK ON THE DAY, WHATEVER DAY THE RECEIPT ]------
      *--[ WAS TAKEN - IT LEFT THIS DAY'S DRAWER                 ]------
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-DVQTD W-DVTOT
           IF W-DVAVAIL NOT = "Y"
              GO TO FECHO-DEVFIM.
           MOVE ZEROS TO DV-CHAVE
           START CADDEVOL KEY IS NOT LESS DV-CHAVE INVALID KEY
                 GO TO FECHO-DEVFIM.
       FECHO-DEV1.
           READ CADDEVOL NEXT
           IF ST-ERRODV NOT = "00"
              GO TO FECHO-DEVFIM.
           IF DV-DATA NOT = W-DIAFECHO
              GO TO FECHO-DEV1.
           MOVE DV-UNIDADE TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIFECHO NOT = ZEROS AND W-UNIREG NOT = W-UNIFECHO
              GO TO FECHO-DEV1.
           MOVE DV-RECNUM TO CXDRECNUM
           MOVE DV-CPF TO CXDCPF
           MOVE DV-VALOR TO CXDVALOR
           MOVE DV-OPERID TO CXDOPER
           IF DV-TIPO = "C"
              MOVE "CANCELLED" TO CXDTIPO
           ELSE
              MOVE "REFUNDED" TO CXDTIPO.
           MOVE CX-DEV TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-DVQTD
           ADD DV-VALOR TO W-DVTOT
           GO TO FECHO-DEV1.
       FECHO-DEVFIM.
           MOVE W-DVQTD TO CXDEVQTD
           MOVE W-DVTOT TO CXDEVTOT
           MOVE CX-DEVTOT TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELCAIXA
           MOVE "*** CLOSING REPORT RELCAIXA.DAT GENERATED ***"
                                                      TO MENS
           CLOSE CADRECIB.
           IF W-PRAVAIL = "Y"
              CLOSE CADPRICE.
           IF W-FTAVAIL = "Y"
              CLOSE CADFATUR.
           IF W-DVAVAIL = "Y"
              CLOSE CADDEVOL.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
