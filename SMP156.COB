       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP156.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DAILY VISIT-TO-CASH RECONCILIATION          *
      *     EVERY KEPT VISIT AND EVERY RESULTED EXAM IS *
      *     CHECKED AGAINST THE DESK RECEIPTS AND THE   *
      *     AGREEMENT INVOICE LINES BY THE PATIENT'S    *
      *     CONVENIO. RELVAZA LISTS WHAT WAS NEVER      *
      *     BILLED, RECEIPTS WITH NO KEPT VISIT BEHIND  *
      *     THEM AND VISITS BILLED TWICE, EACH WITH THE *
      *     AMOUNT AT RISK                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD OF REGCID
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS DESCRIPTION WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECNUM
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS RC-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADDEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DV-CHAVE
                    FILE STATUS  IS ST-ERRODV.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERROFT
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADCONTH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONTH
                    FILE STATUS  IS ST-ERROCH.

       SELECT CADPRICE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRICE
                    FILE STATUS  IS ST-ERROPR.

       SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-COD
                    FILE STATUS  IS ST-ERROTU
                    ALTERNATE RECORD KEY IS TU-DESCR.

       SELECT CADTUSCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETUSCV
                    FILE STATUS  IS ST-ERROTC.

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERROEP.

       SELECT RELVAZA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON.
                07 ANOC    PIC 9(04).
                07 MESC    PIC 9(02).
                07 DIAC    PIC 9(02).
             05 HORACON.
                07 HORAC   PIC 9(02).
                07 MINC    PIC 9(02).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(08).
          03 FILLER        PIC X(02).
          03 FILLER        PIC X(11).
          03 FILLER        PIC X(40).
          03 FILLER        PIC X(08).
          03 FILLER        PIC X(04).
          03 FILLER        PIC X(12).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(16).
          03 FILLER        PIC X(61).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CPCIDR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD CADDEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEVOL.DAT".
           COPY CPDEVOLR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADCONTH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTH.DAT".
           COPY CPCONTHR.

       FD CADPRICE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRICE.DAT".
           COPY CPPRICER.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

       FD CADTUSCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSCV.DAT".
           COPY CPTUSCVR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD RELVAZA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVAZA.DAT".
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
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRODV     PIC X(02) VALUE "00".
       01 ST-ERROFT     PIC X(02) VALUE "00".
       01 ST-ERROCH     PIC X(02) VALUE "00".
       01 ST-ERROPR     PIC X(02) VALUE "00".
       01 ST-ERROTU     PIC X(02) VALUE "00".
       01 ST-ERROTC     PIC X(02) VALUE "00".
       01 ST-ERROEP     PIC X(02) VALUE "00".
       01 W-RCAVAIL     PIC X(01) VALUE "N".
       01 W-DVAVAIL     PIC X(01) VALUE "N".
       01 W-FTAVAIL     PIC X(01) VALUE "N".
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 W-CHAVAIL     PIC X(01) VALUE "N".
       01 W-PRAVAIL     PIC X(01) VALUE "N".
       01 W-TUAVAIL     PIC X(01) VALUE "N".
       01 W-RCCHAVE.
          03 W-RCCTIPO  PIC X(01).
          03 W-RCCFAT   PIC 9(08).
          03 FILLER     PIC X(11).
       01 W-TCAVAIL     PIC X(01) VALUE "N".
       01 W-EPAVAIL     PIC X(01) VALUE "N".
       01 W-TUACHOU     PIC X(01) VALUE "N".
       01 W-TUEXAME     PIC X(30) VALUE SPACES.
       01 W-TUCONV      PIC 9(04) VALUE ZEROS.
       01 W-TUDATA      PIC 9(08) VALUE ZEROS.
       01 W-TUCODIGO    PIC 9(08) VALUE ZEROS.
       01 W-TUVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-INTERNADO   PIC X(01) VALUE "N".

       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HJANO    PIC 9(04).
          03 W-HJMES    PIC 9(02).
          03 W-HJDIA    PIC 9(02).
      *    FIRST DAY OF LAST MONTH - AGREEMENT VISITS ARE ONLY BILLED
      *    BY THE MONTH-END RUN, SO THE CHECK REACHES BACK THAT FAR
       01 W-DESDE.
          03 W-DSANO    PIC 9(04).
          03 W-DSMES    PIC 9(02).
          03 W-DSDIA    PIC 9(02).
       01 W-DESDEN REDEFINES W-DESDE PIC 9(08).
       01 W-PER1        PIC 9(06) VALUE ZEROS.
       01 W-PER2        PIC 9(06) VALUE ZEROS.
       01 W-PERFAT1     PIC X(01) VALUE "N".
       01 W-PERFAT2     PIC X(01) VALUE "N".
       01 W-PERVIS      PIC 9(06) VALUE ZEROS.
       01 W-PEROK       PIC X(01) VALUE "N".

       01 W-SECAO       PIC X(01) VALUE "1".
       01 W-DATAVIS     PIC 9(08) VALUE ZEROS.
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 W-PLCPF       PIC 9(11) VALUE ZEROS.
       01 W-PACNOME     PIC X(30) VALUE SPACES.
       01 W-RCACHOU     PIC X(01) VALUE "N".
       01 W-RCNUM       PIC 9(08) VALUE ZEROS.
       01 W-RCLIQ       PIC 9(05)V99 VALUE ZEROS.
       01 W-FTACHOU     PIC X(01) VALUE "N".
       01 W-FTNUMA      PIC 9(08) VALUE ZEROS.
       01 W-VIAGEM      PIC X(01) VALUE "N".
       01 W-CHACHOU     PIC X(01) VALUE "N".
       01 W-DVJA        PIC 9(05)V99 VALUE ZEROS.
       01 W-DVCANC      PIC X(01) VALUE "N".
       01 W-ORDVIS      PIC X(20) VALUE SPACES.
       01 W-ORDK        PIC 9(02) VALUE ZEROS.
       01 W-ORDQTDE     PIC 9(02) VALUE ZEROS.
       01 W-CANAL.
          03 W-CANTXT   PIC X(05) VALUE "CONV ".
          03 W-CANCONV  PIC 9(04) VALUE ZEROS.

       01 W-QTDVIS      PIC 9(06) VALUE ZEROS.
       01 W-QTDEXA      PIC 9(06) VALUE ZEROS.
       01 W-QTDREC      PIC 9(06) VALUE ZEROS.
       01 W-QTDNF       PIC 9(05) VALUE ZEROS.
       01 W-VLRNF       PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDRS       PIC 9(05) VALUE ZEROS.
       01 W-VLRRS       PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDDP       PIC 9(05) VALUE ZEROS.
       01 W-VLRDP       PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDAG       PIC 9(05) VALUE ZEROS.
       01 W-VLRAG       PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDRISCO    PIC 9(05) VALUE ZEROS.
       01 W-VLRRISCO    PIC 9(07)V99 VALUE ZEROS.

       01 W-PLANTIER    PIC 9(02) VALUE ZEROS.
       01 W-PBACHOU     PIC X(01) VALUE "N".
       01 W-PBESPEC     PIC 9(02) VALUE ZEROS.
       01 W-PBTIER      PIC 9(02) VALUE ZEROS.
       01 W-PBTENT      PIC 9(02) VALUE ZEROS.
       01 W-PBDATA      PIC 9(08) VALUE ZEROS.
       01 W-PBVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-PBDESC      PIC 9(02) VALUE ZEROS.

           COPY CPRATE.

           COPY CPDISC.

      *----[ FLAT SURCHARGE ADDED WHEN THE DIAGNOSIS IS CHRONIC ]-------
       77 W-CHRONSUR    PIC 9(05)V99 VALUE 5000.

       01 W-CHARGE      PIC 9(05)V99 VALUE ZEROS.
       01 W-DISCPCT     PIC 9(02) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(43) VALUE
             "RELVAZA - VISIT-TO-CASH RECONCILIATION - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(27) VALUE SPACES.

       01 LIN-JANELA.
          03 FILLER   PIC X(37) VALUE
             "KEPT VISITS AND RESULTED EXAMS FROM ".
          03 TDESDE   PIC 9999/99/99.
          03 FILLER   PIC X(04) VALUE " TO ".
          03 TATE     PIC 9999/99/99.

       01 LIN-SEC1.
          03 FILLER   PIC X(40) VALUE
             "--- 1. ATTENDED BUT NEVER BILLED -------".
          03 FILLER   PIC X(40) VALUE
             "----------------------------------------".
       01 LIN-CAB1.
          03 FILLER   PIC X(40) VALUE
             "DATE       CPF         PATIENT          ".
          03 FILLER   PIC X(40) VALUE
             "  ITEM              BILL TO          R$ ".
       01 LIN-DET1.
          03 D1DATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D1CPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D1NOME     PIC X(18).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D1ITEM     PIC X(17).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D1CANAL    PIC X(09).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D1VALOR    PIC ZZ.ZZ9,99.

       01 LIN-SEC2.
          03 FILLER   PIC X(40) VALUE
             "--- 2. DESK RECEIPTS WITH NO KEPT VISIT ".
          03 FILLER   PIC X(40) VALUE
             "----------------------------------------".
       01 LIN-CAB2.
          03 FILLER   PIC X(40) VALUE
             "RECEIPT  DATE       CPF         PATIENT ".
          03 FILLER   PIC X(40) VALUE
             "       REASON                        R$ ".
       01 LIN-DET2.
          03 D2RECNUM   PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D2DATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D2CPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D2NOME     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D2MOTIVO   PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D2VALOR    PIC ZZ.ZZ9,99.

       01 LIN-SEC3.
          03 FILLER   PIC X(40) VALUE
             "--- 3. BILLED TO THE AGREEMENT AND AT TH".
          03 FILLER   PIC X(40) VALUE
             "E DESK ---------------------------------".
       01 LIN-CAB3.
          03 FILLER   PIC X(40) VALUE
             "DATE       CPF         PATIENT          ".
          03 FILLER   PIC X(40) VALUE
             "     RECEIPT      LINE               R$ ".
       01 LIN-DET3.
          03 D3DATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D3CPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 D3NOME     PIC X(16).
          03 FILLER     PIC X(06) VALUE SPACES.
          03 D3RECNUM   PIC 9(08).
          03 FILLER     PIC X(05) VALUE SPACES.
          03 D3FATNUM   PIC 9(08).
          03 FILLER     PIC X(05) VALUE SPACES.
          03 D3VALOR    PIC ZZ.ZZ9,99.

       01 LIN-SECTOT.
          03 STTXT      PIC X(30).
          03 STQTD      PIC ZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " ITEMS  R$".
          03 STVAL      PIC Z.ZZZ.ZZ9,99.

       01 LIN-ROD.
          03 RDTXT      PIC X(30).
          03 RDQTD      PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADATEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADATEN FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADCID
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO4 NOT = "00"
                              OR ST-ERRO7 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED CADCID CADCONV
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELVAZA
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED CADCID CADCONV
                 GO TO ROT-FIM2.

      *    A FRESH SITE MAY NOT HAVE TAKEN A RECEIPT, RAISED AN
      *    INVOICE, ORDERED AN EXAM OR OPENED AN ACCOUNT YET - A
      *    MISSING FILE IS READ AS HOLDING NOTHING
           MOVE "N" TO W-RCAVAIL
           OPEN INPUT CADRECIB
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-RCAVAIL.
           MOVE "N" TO W-DVAVAIL
           OPEN INPUT CADDEVOL
           IF ST-ERRODV = "00"
              MOVE "Y" TO W-DVAVAIL.
           MOVE "N" TO W-FTAVAIL
           OPEN INPUT CADFATUR
           IF ST-ERROFT = "00"
              MOVE "Y" TO W-FTAVAIL.
           MOVE "N" TO W-ORAVAIL
           OPEN INPUT CADORDER
           IF ST-ERRO9 = "00"
              MOVE "Y" TO W-ORAVAIL.
           MOVE "N" TO W-CHAVAIL
           OPEN INPUT CADCONTH
           IF ST-ERROCH = "00"
              MOVE "Y" TO W-CHAVAIL.
           MOVE "N" TO W-PRAVAIL
           OPEN INPUT CADPRICE
           IF ST-ERROPR = "00"
              MOVE "Y" TO W-PRAVAIL.
           MOVE "N" TO W-TUAVAIL W-TCAVAIL W-EPAVAIL
           OPEN INPUT CADTUSS
           IF ST-ERROTU = "00"
              MOVE "Y" TO W-TUAVAIL.
           OPEN INPUT CADTUSCV
           IF ST-ERROTC = "00"
              MOVE "Y" TO W-TCAVAIL.
           OPEN INPUT CADEPIS
           IF ST-ERROEP = "00"
              MOVE "Y" TO W-EPAVAIL.

           MOVE "*** RECONCILING VISITS, EXAMS AND CASH ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HJANO TO W-DSANO
           MOVE W-HJMES TO W-DSMES
           MOVE 01 TO W-DSDIA
           IF W-DSMES = 01
              MOVE 12 TO W-DSMES
              SUBTRACT 1 FROM W-DSANO
           ELSE
              SUBTRACT 1 FROM W-DSMES.
           COMPUTE W-PER1 = W-DSANO * 100 + W-DSMES
           COMPUTE W-PER2 = W-HJANO * 100 + W-HJMES

           MOVE ZEROS TO W-QTDVIS W-QTDEXA W-QTDREC
           MOVE ZEROS TO W-QTDNF W-VLRNF W-QTDRS W-VLRRS
           MOVE ZEROS TO W-QTDDP W-VLRDP W-QTDAG W-VLRAG
           PERFORM PER-SCAN THRU PER-SCAN-FIM

           MOVE W-HOJE TO TDATA TATE
           MOVE W-DESDEN TO TDESDE
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-JANELA TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL

           MOVE LIN-SEC1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "1" TO W-SECAO
           PERFORM LER-VIS THRU LER-VIS-FIM
           PERFORM LER-EXA THRU LER-EXA-FIM
           MOVE "NOT BILLED ................. " TO STTXT
           MOVE W-QTDNF TO STQTD
           MOVE W-VLRNF TO STVAL
           PERFORM SEC-TOT THRU SEC-TOT-FIM

           MOVE LIN-SEC2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB2 TO LINHA-REL
           WRITE LINHA-REL
           PERFORM LER-REC THRU LER-REC-FIM
           MOVE "RECEIPTS WITH NO KEPT VISIT  " TO STTXT
           MOVE W-QTDRS TO STQTD
           MOVE W-VLRRS TO STVAL
           PERFORM SEC-TOT THRU SEC-TOT-FIM

           MOVE LIN-SEC3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "3" TO W-SECAO
           PERFORM LER-VIS THRU LER-VIS-FIM
           MOVE "BILLED TWICE ............... " TO STTXT
           MOVE W-QTDDP TO STQTD
           MOVE W-VLRDP TO STVAL
           PERFORM SEC-TOT THRU SEC-TOT-FIM

           PERFORM REL-RODAPE THRU REL-RODAPE-FIM.

       INC-FIM.
           MOVE "*** RECONCILIATION DONE - SEE RELVAZA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADATEN CADPACI CADMED CADCID CADCONV RELVAZA.
           IF W-RCAVAIL = "Y"
              CLOSE CADRECIB.
           IF W-DVAVAIL = "Y"
              CLOSE CADDEVOL.
           IF W-FTAVAIL = "Y"
              CLOSE CADFATUR.
           IF W-ORAVAIL = "Y"
              CLOSE CADORDER.
           IF W-CHAVAIL = "Y"
              CLOSE CADCONTH.
           IF W-PRAVAIL = "Y"
              CLOSE CADPRICE.
           IF W-TUAVAIL = "Y"
              CLOSE CADTUSS.
           IF W-TCAVAIL = "Y"
              CLOSE CADTUSCV.
           IF W-EPAVAIL = "Y"
              CLOSE CADEPIS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ HAS THE MONTH-END RUN (SMP052) BILLED LAST MONTH ]-------
      *------[ AND THIS MONTH YET? ANY LIVE CONSULTATION LINE   ]-------
      *------[ OF THE PERIOD SAYS IT HAS                        ]-------
       PER-SCAN.
           MOVE "N" TO W-PERFAT1 W-PERFAT2
           IF W-FTAVAIL NOT = "Y"
              GO TO PER-SCAN-FIM.
           MOVE ZEROS TO FATNUM
           START CADFATUR KEY IS NOT LESS FATNUM INVALID KEY
                 GO TO PER-SCAN-FIM.
       PER-SCAN1.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO PER-SCAN-FIM.
           IF FT-TIPO NOT = "C" OR FT-STATUS = "X"
              GO TO PER-SCAN1.
           IF FT-PERIODO = W-PER1
              MOVE "Y" TO W-PERFAT1.
           IF FT-PERIODO = W-PER2
              MOVE "Y" TO W-PERFAT2.
           GO TO PER-SCAN1.
       PER-SCAN-FIM.
           EXIT.

      *------[ AN OLDER PERIOD THAN LAST MONTH IS TAKEN AS BILLED ]-----
       PER-CHK.
           MOVE "Y" TO W-PEROK
           IF W-PERVIS = W-PER1
              MOVE W-PERFAT1 TO W-PEROK.
           IF W-PERVIS = W-PER2
              MOVE W-PERFAT2 TO W-PEROK.
       PER-CHK-FIM.
           EXIT.

      *------[ SWEEPS THE WINDOW'S KEPT VISITS. W-SECAO 1 LISTS ]-------
      *------[ THOSE BILLED NOWHERE, W-SECAO 3 THOSE BILLED     ]-------
      *------[ BOTH AT THE DESK AND TO AN AGREEMENT             ]-------
       LER-VIS.
           MOVE SPACES TO CHAVEATEN
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO LER-VIS-FIM.
       LER-VIS1.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-VIS-FIM
              ELSE
                 MOVE "ERROR READING CADATEN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-VIS-FIM
           ELSE
              NEXT SENTENCE.

           IF OUTCOME NOT = "A"
              GO TO LER-VIS1.
           MOVE DATACON TO W-DATAVIS
           IF W-DATAVIS < W-DESDEN OR W-DATAVIS > W-HOJE
              GO TO LER-VIS1.

           MOVE CHAVEATEN TO W-SAVCHAVE
           PERFORM REC-BUSCA THRU REC-BUSCA-FIM
           PERFORM FAT-BUSCA THRU FAT-BUSCA-FIM
           IF W-SECAO = "3"
              GO TO LER-VIS3.

           ADD 1 TO W-QTDVIS
           IF W-RCACHOU = "Y" OR W-FTACHOU = "Y"
              GO TO LER-VIS1.
           MOVE CPF TO W-PLCPF
           PERFORM PACI-LE THRU PACI-LE-FIM
           PERFORM VIS-PRECO THRU VIS-PRECO-FIM
           COMPUTE W-PERVIS = ANOC * 100 + MESC
           MOVE W-DATAVIS TO D1DATA
           MOVE "CONSULTATION" TO D1ITEM
           PERFORM NF-DET THRU NF-DET-FIM
           GO TO LER-VIS1.

       LER-VIS3.
           IF W-RCACHOU NOT = "Y" OR W-FTACHOU NOT = "Y"
              GO TO LER-VIS1.
           MOVE CPF TO W-PLCPF
           PERFORM PACI-LE THRU PACI-LE-FIM
           MOVE W-DATAVIS TO D3DATA
           MOVE CPF       TO D3CPF
           MOVE W-PACNOME TO D3NOME
           MOVE W-RCNUM   TO D3RECNUM
           MOVE W-FTNUMA  TO D3FATNUM
           MOVE W-RCLIQ   TO D3VALOR
           MOVE LIN-DET3 TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDDP
           ADD W-RCLIQ TO W-VLRDP
           GO TO LER-VIS1.
       LER-VIS-FIM.
           EXIT.

      *------[ RESULTED EXAMS. ONE ON AN INPATIENT ACCOUNT IS    ]------
      *------[ BILLED THROUGH THE ACCOUNT; ANY OTHER NEEDS ITS   ]------
      *------[ OWN LIVE EXAM LINE UNDER THE VISIT - THE VISIT'S  ]------
      *------[ RESULTED EXAMS ARE MATCHED TO ITS EXAM LINES IN   ]------
      *------[ ORDER-LINE SEQUENCE                               ]------
       LER-EXA.
           IF W-ORAVAIL NOT = "Y"
              GO TO LER-EXA-FIM.
           MOVE SPACES TO W-ORDVIS OR-CHAVEATEN
           MOVE ZEROS TO OR-SEQ
           START CADORDER KEY IS NOT LESS CHAVEORDER INVALID KEY
                 GO TO LER-EXA-FIM.
       LER-EXA1.
           READ CADORDER NEXT
           IF ST-ERRO9 NOT = "00"
              GO TO LER-EXA-FIM.
           IF OR-RESULT = SPACE
              GO TO LER-EXA1.
           IF OR-CHAVEATEN NOT = W-ORDVIS
              MOVE OR-CHAVEATEN TO W-ORDVIS
              MOVE ZEROS TO W-ORDK
              PERFORM EXA-QTDE THRU EXA-QTDE-FIM.

           PERFORM CONTA-BUSCA THRU CONTA-BUSCA-FIM
           IF W-CHACHOU = "Y"
              GO TO LER-EXA1.
      *    AN EXAM ORDERED DURING A STAY BELONGS TO THE INPATIENT
      *    ACCOUNT AND IS NOT AMONG THE VISIT'S EXAM LINES (SMP052)
           PERFORM EPIS-CHK THRU EPIS-CHK-FIM
           IF W-INTERNADO = "Y"
              GO TO LER-EXA1.
           ADD 1 TO W-ORDK
           IF OR-DATARES < W-DESDEN OR OR-DATARES > W-HOJE
              GO TO LER-EXA1.
           ADD 1 TO W-QTDEXA
           IF W-ORDK NOT > W-ORDQTDE
              GO TO LER-EXA1.

           MOVE OR-CPF TO W-PLCPF
           PERFORM PACI-LE THRU PACI-LE-FIM
           PERFORM TIER-CHK THRU TIER-CHK-FIM
           MOVE ZEROS TO W-CHARGE
      *    PRICED AS THE MONTH-END RUN PRICES IT - BY TUSS CODE AT
      *    THE AGREEMENT'S PRICE, ELSE THE CATALOG DEFAULT
           MOVE OR-EXAME   TO W-TUEXAME
           MOVE ZEROS      TO W-TUCONV
           IF W-PLANTIER NOT = 0
              MOVE CONVPACI TO W-TUCONV.
           MOVE OR-DATAPED TO W-TUDATA
           PERFORM TUSS-PRECO THRU TUSS-PRECO-FIM
           IF W-TUACHOU = "Y"
              MOVE W-TUVALOR TO W-CHARGE.
           MOVE OR-CHAVEATEN(9:6) TO W-PERVIS
           MOVE OR-DATARES TO D1DATA
           MOVE OR-EXAME TO D1ITEM
           PERFORM NF-DET THRU NF-DET-FIM
           GO TO LER-EXA1.
       LER-EXA-FIM.
           EXIT.

      *------[ W-INTERNADO = Y WHEN THE ORDER IN REGORDER WAS ]---------
      *------[ PLACED DURING ONE OF THE PATIENT'S STAYS       ]---------
       EPIS-CHK.
           MOVE "N" TO W-INTERNADO
           IF W-EPAVAIL NOT = "Y"
              GO TO EPIS-CHK-FIM.
           MOVE OR-CPF TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-CHK-FIM.
       EPIS-CHK1.
           READ CADEPIS NEXT
           IF ST-ERROEP NOT = "00"
              GO TO EPIS-CHK-FIM.
           IF EP-CPF NOT = OR-CPF OR EP-ADMDATA > OR-DATAPED
              GO TO EPIS-CHK-FIM.
           IF EP-ALTADATA = ZEROS OR EP-ALTADATA NOT < OR-DATAPED
              MOVE "Y" TO W-INTERNADO
              GO TO EPIS-CHK-FIM.
           GO TO EPIS-CHK1.
       EPIS-CHK-FIM.
           EXIT.

      *------[ PRICE OF THE EXAM W-TUEXAME FOR AGREEMENT ]--------------
      *------[ W-TUCONV ON W-TUDATA (CADTUSCV, ELSE THE  ]--------------
      *------[ CATALOG DEFAULT) - W-TUACHOU = N WHEN THE ]--------------
      *------[ EXAM IS NOT CATALOGUED                    ]--------------
       TUSS-PRECO.
           MOVE "N" TO W-TUACHOU
           MOVE ZEROS TO W-TUCODIGO W-TUVALOR
           IF W-TUAVAIL NOT = "Y"
              GO TO TUSS-PRECO-FIM.
           MOVE W-TUEXAME TO TU-DESCR
           READ CADTUSS KEY IS TU-DESCR
           IF ST-ERROTU NOT = "00"
              GO TO TUSS-PRECO-FIM.
           MOVE "Y" TO W-TUACHOU
           MOVE TU-COD TO W-TUCODIGO
           MOVE TU-VALOR TO W-TUVALOR
           IF W-TCAVAIL NOT = "Y" OR W-TUCONV = ZEROS
              GO TO TUSS-PRECO-FIM.
           MOVE W-TUCONV TO TC-CONV
           MOVE W-TUCODIGO TO TC-COD
           MOVE ZEROS TO TC-VIGENCIA
           START CADTUSCV KEY IS NOT LESS CHAVETUSCV INVALID KEY
                 GO TO TUSS-PRECO-FIM.
       TUSS-PRECO1.
           READ CADTUSCV NEXT
           IF ST-ERROTC NOT = "00"
              GO TO TUSS-PRECO-FIM.
           IF TC-CONV NOT = W-TUCONV OR TC-COD NOT = W-TUCODIGO
              GO TO TUSS-PRECO-FIM.
           IF TC-VIGENCIA > W-TUDATA
              GO TO TUSS-PRECO-FIM.
           MOVE TC-VALOR TO W-TUVALOR
           GO TO TUSS-PRECO1.
       TUSS-PRECO-FIM.
           EXIT.

      *------[ ONE UNBILLED ITEM: AN AGREEMENT ITEM WHOSE MONTH ]-------
      *------[ HAS NOT BEEN THROUGH THE MONTH-END RUN YET IS    ]-------
      *------[ ONLY COUNTED AS WAITING, NOT LISTED              ]-------
       NF-DET.
           IF W-PLANTIER NOT = 0
              PERFORM PER-CHK THRU PER-CHK-FIM
              IF W-PEROK NOT = "Y"
                 ADD 1 TO W-QTDAG
                 ADD W-CHARGE TO W-VLRAG
                 GO TO NF-DET-FIM.
           MOVE W-PLCPF   TO D1CPF
           MOVE W-PACNOME TO D1NOME
           IF W-PLANTIER = 0
              MOVE "DESK" TO D1CANAL
           ELSE
              MOVE CONVPACI TO W-CANCONV
              MOVE W-CANAL TO D1CANAL.
           MOVE W-CHARGE TO D1VALOR
           MOVE LIN-DET1 TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDNF
           ADD W-CHARGE TO W-VLRNF.
       NF-DET-FIM.
           EXIT.

      *------[ DESK RECEIPTS TAKEN IN THE WINDOW. A RECEIPT FOR  ]------
      *------[ A TRIP, AN INPATIENT ACCOUNT OR A SELF-PAY EXAM   ]------
      *------[ SETTLES AN INVOICE LINE, NOT A VISIT, AND IS LEFT ]------
      *------[ OUT                                               ]------
       LER-REC.
           IF W-RCAVAIL NOT = "Y"
              GO TO LER-REC-FIM.
           MOVE W-DESDEN TO RC-DATA
           START CADRECIB KEY IS NOT LESS RC-DATA INVALID KEY
                 GO TO LER-REC-FIM.
       LER-REC1.
           READ CADRECIB NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO LER-REC-FIM.
           IF RC-DATA > W-HOJE
              GO TO LER-REC-FIM.
           PERFORM DEV-SOMA THRU DEV-SOMA-FIM
           IF W-DVCANC = "Y" OR W-DVJA NOT < RC-VALOR
              GO TO LER-REC1.
           PERFORM VIA-CHK THRU VIA-CHK-FIM
           IF W-VIAGEM = "Y"
              GO TO LER-REC1.

           ADD 1 TO W-QTDREC
           MOVE RC-CHAVEATEN TO CHAVEATEN
           READ CADATEN
           IF ST-ERRO = "00"
              IF OUTCOME = "A"
                 GO TO LER-REC1
              ELSE
                 IF OUTCOME = "C"
                    MOVE "BOOKING CANCELLED" TO D2MOTIVO
                 ELSE
                    IF OUTCOME = "N"
                       MOVE "MARKED NO-SHOW" TO D2MOTIVO
                    ELSE
                       MOVE "VISIT NOT MARKED KEPT" TO D2MOTIVO
           ELSE
              MOVE "BOOKING NOT ON FILE" TO D2MOTIVO.

           COMPUTE W-RCLIQ = RC-VALOR - W-DVJA
           MOVE RC-CPF TO W-PLCPF
           PERFORM PACI-LE THRU PACI-LE-FIM
           MOVE RECNUM    TO D2RECNUM
           MOVE RC-DATA   TO D2DATA
           MOVE RC-CPF    TO D2CPF
           MOVE W-PACNOME TO D2NOME
           MOVE W-RCLIQ   TO D2VALOR
           MOVE LIN-DET2 TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDRS
           ADD W-RCLIQ TO W-VLRRS
           GO TO LER-REC1.
       LER-REC-FIM.
           EXIT.

      *------[ LIVE RECEIPT FOR THE VISIT IN W-SAVCHAVE - ONE ]---------
      *------[ CANCELLED OR REFUNDED IN FULL SETTLES NOTHING  ]---------
       REC-BUSCA.
           MOVE "N" TO W-RCACHOU
           MOVE ZEROS TO W-RCNUM W-RCLIQ
           IF W-RCAVAIL NOT = "Y"
              GO TO REC-BUSCA-FIM.
           MOVE W-SAVCHAVE TO RC-CHAVEATEN
           START CADRECIB KEY IS NOT LESS RC-CHAVEATEN INVALID KEY
                 GO TO REC-BUSCA-FIM.
       REC-BUSCA1.
           READ CADRECIB NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO REC-BUSCA-FIM.
           IF RC-CHAVEATEN NOT = W-SAVCHAVE
              GO TO REC-BUSCA-FIM.
           PERFORM DEV-SOMA THRU DEV-SOMA-FIM
           IF W-DVCANC = "Y" OR W-DVJA NOT < RC-VALOR
              GO TO REC-BUSCA1.
           MOVE "Y" TO W-RCACHOU
           MOVE RECNUM TO W-RCNUM
           COMPUTE W-RCLIQ = RC-VALOR - W-DVJA.
       REC-BUSCA-FIM.
           EXIT.

      *------[ LIVE CONSULTATION LINE FOR THE VISIT IN W-SAVCHAVE ]-----
       FAT-BUSCA.
           MOVE "N" TO W-FTACHOU
           MOVE ZEROS TO W-FTNUMA
           IF W-FTAVAIL NOT = "Y"
              GO TO FAT-BUSCA-FIM.
           MOVE W-SAVCHAVE TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO FAT-BUSCA-FIM.
       FAT-BUSCA1.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO FAT-BUSCA-FIM.
           IF FT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO FAT-BUSCA-FIM.
           IF FT-TIPO NOT = "C" OR FT-STATUS = "X"
              GO TO FAT-BUSCA1.
           MOVE "Y" TO W-FTACHOU
           MOVE FATNUM TO W-FTNUMA.
       FAT-BUSCA-FIM.
           EXIT.

      *------[ LIVE EXAM LINES RAISED UNDER THE VISIT IN W-ORDVIS ]-----
       EXA-QTDE.
           MOVE ZEROS TO W-ORDQTDE
           IF W-FTAVAIL NOT = "Y"
              GO TO EXA-QTDE-FIM.
           MOVE W-ORDVIS TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO EXA-QTDE-FIM.
       EXA-QTDE1.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO EXA-QTDE-FIM.
           IF FT-CHAVEATEN NOT = W-ORDVIS
              GO TO EXA-QTDE-FIM.
           IF FT-TIPO = "E" AND FT-STATUS NOT = "X"
              ADD 1 TO W-ORDQTDE.
           GO TO EXA-QTDE1.
       EXA-QTDE-FIM.
           EXIT.

      *------[ IS THE EXAM ORDER IN REGORDER AN ITEM OF ONE OF ]-------
      *------[ THE PATIENT'S INPATIENT ACCOUNTS (SMP152)?      ]-------
       CONTA-BUSCA.
           MOVE "N" TO W-CHACHOU
           IF W-CHAVAIL NOT = "Y"
              GO TO CONTA-BUSCA-FIM.
           MOVE OR-CPF TO CH-CPF
           MOVE ZEROS TO CH-ADMDATA CH-ADMHORA CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO CONTA-BUSCA-FIM.
       CONTA-BUSCA1.
           READ CADCONTH NEXT
           IF ST-ERROCH NOT = "00"
              GO TO CONTA-BUSCA-FIM.
           IF CH-CPF NOT = OR-CPF
              GO TO CONTA-BUSCA-FIM.
           IF CH-TIPO = "E" AND CH-ORIGEM(1:22) = CHAVEORDER
              MOVE "Y" TO W-CHACHOU
              GO TO CONTA-BUSCA-FIM.
           GO TO CONTA-BUSCA1.
       CONTA-BUSCA-FIM.
           EXIT.

      *------[ DOES THE RECEIPT'S KEY BELONG TO A TRIP OR AN ]----------
      *------[ ACCOUNT LINE SETTLED AT THE DESK? AN EXAM     ]----------
      *------[ LINE'S RECEIPT IS KEYED E + INVOICE NUMBER    ]----------
       VIA-CHK.
           MOVE "N" TO W-VIAGEM
           MOVE RC-CHAVEATEN TO W-RCCHAVE
           IF W-RCCTIPO = "E" AND W-RCCFAT NUMERIC
              MOVE "Y" TO W-VIAGEM
              GO TO VIA-CHK-FIM.
           IF W-FTAVAIL NOT = "Y"
              GO TO VIA-CHK-FIM.
           MOVE RC-CHAVEATEN TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO VIA-CHK-FIM.
       VIA-CHK1.
           READ CADFATUR NEXT
           IF ST-ERROFT NOT = "00"
              GO TO VIA-CHK-FIM.
           IF FT-CHAVEATEN NOT = RC-CHAVEATEN
              GO TO VIA-CHK-FIM.
           IF FT-TIPO = "T" OR FT-TIPO = "H"
              MOVE "Y" TO W-VIAGEM
              GO TO VIA-CHK-FIM.
           GO TO VIA-CHK1.
       VIA-CHK-FIM.
           EXIT.

      *------[ WHAT WAS ALREADY GIVEN BACK ON THE RECEIPT IN ]----------
      *------[ REGRECIB, AND WHETHER IT WAS CANCELLED        ]----------
       DEV-SOMA.
           MOVE ZEROS TO W-DVJA
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
           IF DV-TIPO = "C"
              MOVE "Y" TO W-DVCANC.
           GO TO DEV-SOMA1.
       DEV-SOMA-FIM.
           EXIT.

      *------[ NAME AND AGREEMENT OF THE PATIENT IN W-PLCPF ]-----------
       PACI-LE.
           MOVE W-PLCPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO W-PACNOME
           ELSE
              MOVE "*** NOT ON FILE ***" TO W-PACNOME
              MOVE ZEROS TO CONVPACI.
       PACI-LE-FIM.
           EXIT.

      *------[ PLAN TIER OF THE PATIENT'S AGREEMENT - OUTSIDE ]---------
      *------[ TIERS 1-12 (OR NO AGREEMENT) IS SELF-PAY       ]---------
       TIER-CHK.
           MOVE ZEROS TO W-PLANTIER
           IF CONVPACI = 0
              GO TO TIER-CHK-FIM.
           MOVE CONVPACI TO CODCONV
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO7 NOT = "00"
              GO TO TIER-CHK-FIM.
           IF PLANCONV > 0 AND PLANCONV < 13
              MOVE PLANCONV TO W-PLANTIER.
       TIER-CHK-FIM.
           EXIT.

      *------[ WHAT THE VISIT SHOULD HAVE BEEN CHARGED - SMP052'S ]-----
      *------[ FORMULA FOR AN AGREEMENT, SMP056'S AT THE DESK:    ]-----
      *------[ RATE IN FORCE FOR THE SPECIALTY AND TIER, PLUS THE ]-----
      *------[ CHRONIC SURCHARGE, LESS THE DISCOUNT               ]-----
       VIS-PRECO.
           PERFORM TIER-CHK THRU TIER-CHK-FIM
           MOVE ZEROS TO W-CHARGE W-DISCPCT
           MOVE CRM OF REGATEN TO CRM OF REGMED
           MOVE CRMUF OF REGATEN TO CRMUF OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
              MOVE ZEROS TO SPECIALITY OF REGMED.

           MOVE SPACES TO TIPO OF REGCID
           MOVE COD OF REGATEN TO COD OF REGCID
           READ CADCID KEY IS COD OF REGCID
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO TIPO OF REGCID.

           MOVE SPECIALITY OF REGMED TO W-PBESPEC
           MOVE W-PLANTIER TO W-PBTIER
           MOVE DATACON TO W-PBDATA
           PERFORM PRICE-BUSCA THRU PRICE-BUSCA-FIM
           IF W-PBACHOU = "Y"
              MOVE W-PBVALOR TO W-CHARGE
              MOVE W-PBDESC TO W-DISCPCT
           ELSE
              IF SPECIALITY OF REGMED > 0 AND SPECIALITY OF REGMED < 7
                 MOVE TBRATE(SPECIALITY OF REGMED) TO W-CHARGE
              ELSE
                 MOVE TBRATE(6) TO W-CHARGE.
           IF W-PBACHOU NOT = "Y"
              IF W-PLANTIER > 0 AND W-PLANTIER < 13
                 MOVE TBDISC(W-PLANTIER) TO W-DISCPCT.

           IF TIPO OF REGCID = "CHRONIC"
              ADD W-CHRONSUR TO W-CHARGE.
           COMPUTE W-CHARGE = W-CHARGE -
                               (W-CHARGE * W-DISCPCT / 100).
       VIS-PRECO-FIM.
           EXIT.

      *--[ RATE IN FORCE ON W-PBDATA FOR SPECIALTY W-PBESPEC AND ]-----
      *--[ TIER W-PBTIER: THE CADPRICE ROW WITH THE LATEST        ]-----
      *--[ EFFECTIVE DATE NOT AFTER THE VISIT. A MISS RETRIES THE ]-----
      *--[ SPECIALTY'S TIER-00 DEFAULT ROW; A SECOND MISS LEAVES  ]-----
      *--[ W-PBACHOU AT N AND THE CALLER USES THE COMPILED TABLES ]-----
       PRICE-BUSCA.
           MOVE "N" TO W-PBACHOU
           IF W-PRAVAIL NOT = "Y"
              GO TO PRICE-BUSCA-FIM.
           MOVE W-PBTIER TO W-PBTENT
           PERFORM PRICE-SCAN THRU PRICE-SCAN-FIM
           IF W-PBACHOU = "N" AND W-PBTIER NOT = ZEROS
              MOVE ZEROS TO W-PBTENT
              PERFORM PRICE-SCAN THRU PRICE-SCAN-FIM.
       PRICE-BUSCA-FIM.
           EXIT.

       PRICE-SCAN.
           MOVE W-PBESPEC TO PR-ESPEC
           MOVE W-PBTENT TO PR-PLANO
           MOVE ZEROS TO PR-VIGENCIA
           START CADPRICE KEY IS NOT LESS CHAVEPRICE INVALID KEY
                 GO TO PRICE-SCAN-FIM.
       PRICE-SCAN1.
           READ CADPRICE NEXT
           IF ST-ERROPR NOT = "00"
              GO TO PRICE-SCAN-FIM.
           IF PR-ESPEC NOT = W-PBESPEC OR PR-PLANO NOT = W-PBTENT
              GO TO PRICE-SCAN-FIM.
           IF PR-VIGENCIA > W-PBDATA
              GO TO PRICE-SCAN-FIM.
           MOVE "Y" TO W-PBACHOU
           MOVE PR-VALOR TO W-PBVALOR
           MOVE PR-DESCPCT TO W-PBDESC
           GO TO PRICE-SCAN1.
       PRICE-SCAN-FIM.
           EXIT.

      *------[ SECTION TOTAL LINE (STTXT/STQTD/STVAL SET BY CALLER) ]---
       SEC-TOT.
           MOVE LIN-SECTOT TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       SEC-TOT-FIM.
           EXIT.

      *------[ WHAT WAS CHECKED, WHAT IS STILL WAITING FOR THE ]--------
      *------[ MONTH-END RUN AND THE TOTAL AMOUNT AT RISK      ]--------
       REL-RODAPE.
           MOVE "KEPT VISITS CHECKED ........ " TO RDTXT
           MOVE W-QTDVIS TO RDQTD
           MOVE LIN-ROD TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESULTED EXAMS CHECKED ..... " TO RDTXT
           MOVE W-QTDEXA TO RDQTD
           MOVE LIN-ROD TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DESK RECEIPTS CHECKED ...... " TO RDTXT
           MOVE W-QTDREC TO RDQTD
           MOVE LIN-ROD TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "AWAITING MONTH-END BILLING . " TO STTXT
           MOVE W-QTDAG TO STQTD
           MOVE W-VLRAG TO STVAL
           MOVE LIN-SECTOT TO LINHA-REL
           WRITE LINHA-REL
           COMPUTE W-VLRRISCO = W-VLRNF + W-VLRRS + W-VLRDP
           MOVE "TOTAL AT RISK .............. " TO STTXT
           COMPUTE W-QTDRISCO = W-QTDNF + W-QTDRS + W-QTDDP
           MOVE W-QTDRISCO TO STQTD
           MOVE W-VLRRISCO TO STVAL
           MOVE LIN-SECTOT TO LINHA-REL
           WRITE LINHA-REL.
       REL-RODAPE-FIM.
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
      *    NOTE: THE CHECK COVERS TODAY AND EVERYTHING BACK TO THE
      *    FIRST OF LAST MONTH, SO AN ITEM STAYS ON THE LIST EVERY
      *    NIGHT UNTIL SOMEBODY BILLS IT. A SELF-PAY VISIT IS
      *    BILLED BY A LIVE CADRECIB RECEIPT; AN AGREEMENT VISIT BY
      *    A LIVE CONSULTATION LINE ON CADFATUR, BUT ONLY ONCE
      *    SMP052 HAS RUN FOR ITS MONTH - UNTIL THEN IT IS COUNTED
      *    AS AWAITING MONTH-END BILLING. THE AMOUNT AT RISK OF A
      *    VISIT IS WHAT SMP052/SMP056 WOULD HAVE CHARGED, OF AN
      *    EXAM ITS TUSS PRICE (ZERO WHEN NOT CATALOGUED), OF A
      *    RECEIPT WHAT THE DESK KEPT AFTER REFUNDS.

      *---------------------*** END OF PROGRAM ***--------------------*
