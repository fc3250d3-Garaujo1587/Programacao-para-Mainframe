       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP135.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     AMBULANCE TRIP BILLING RUN                  *
      *     PRICES EVERY PATIENT TRIP RETURNED IN THE   *
      *     MONTH JUST CLOSED FROM THE CADAMBTX RATES   *
      *     AND RAISES CADFATUR TRIP LINES - AGREEMENT  *
      *     OR SELF-PAY (SETTLED AT THE SMP056 DESK)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VEHTRIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLATE OF REGTRIP
                                             WITH DUPLICATES.

       SELECT CADAMBTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAMBTX
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DESPNUM
                    FILE STATUS  IS ST-ERRO-DP.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADCONTH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONTH
                    FILE STATUS  IS ST-ERRO-CH.

       SELECT RELTRIPF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VEHTRIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

       FD CADAMBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMBTX.DAT".
           COPY CPAMBTXR.

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

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           COPY CPDESPR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADCONTH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTH.DAT".
           COPY CPCONTHR.

       FD RELTRIPF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTRIPF.DAT".
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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO-DP    PIC X(02) VALUE "00".
       01 W-DPAVAIL     PIC X(01) VALUE "N".
       01 ST-ERRO-CH    PIC X(02) VALUE "00".
       01 W-CHAVAIL     PIC X(01) VALUE "N".
       01 W-TCONV       PIC 9(06) VALUE ZEROS.
       01 W-TPART       PIC 9(06) VALUE ZEROS.
       01 W-VCONV       PIC 9(08)V99 VALUE ZEROS.
       01 W-VPART       PIC 9(08)V99 VALUE ZEROS.
       01 W-SKIPPED     PIC 9(06) VALUE ZEROS.
       01 W-JAFATCNT    PIC 9(06) VALUE ZEROS.
       01 W-PROXNUM     PIC 9(08) VALUE ZEROS.
       01 W-JAFAT       PIC X(01) VALUE "N".
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 W-KM          PIC 9(07) VALUE ZEROS.
       01 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-DPDATA      PIC 9(08) VALUE ZEROS.
       01 W-CONVFAT     PIC 9(04) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-MESINI      PIC 9(08) VALUE ZEROS.
       01 W-MESFIM      PIC 9(08) VALUE ZEROS.

       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATAN REDEFINES W-DATA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELTRIPF - AMBULANCE TRIP BILLING RUN".
          03 FILLER   PIC X(10) VALUE "RUN DATE: ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(16) VALUE SPACES.

       01 LIN-PERIODO.
          03 FILLER     PIC X(10) VALUE "PERIOD : ".
          03 DPERINI    PIC 9999/99/99.
          03 FILLER     PIC X(04) VALUE " TO ".
          03 DPERFIM    PIC 9999/99/99.

       01 LIN-CAB1.
          03 FILLER     PIC X(40) VALUE
             "PLATE   DEPARTURE  CPF         TP     KM".
          03 FILLER     PIC X(40) VALUE
             "      VALUE  AGRM INVOICE".

       01 LIN-DET.
          03 DPLATE     PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DDEPDATA   PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DTIPO      PIC 9(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DKM        PIC ZZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DVALOR     PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DCONV      PIC X(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DFATNUM    PIC 9(08).

       01 LIN-SKIPCAB.
          03 FILLER     PIC X(40) VALUE
             "TRIPS NOT BILLED                        ".
          03 FILLER     PIC X(40) VALUE SPACES.

       01 LIN-SKIPDET.
          03 SPLATE     PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 SDEPDATA   PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 SDEPHORA   PIC 99B99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 SCPF       PIC 9(11).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 SMOTIVO    PIC X(30).

       01 LIN-RODAPE.
          03 FILLER     PIC X(24) VALUE "AGREEMENT TRIP LINES .. ".
          03 RTCONV     PIC ZZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 RVCONV     PIC ZZ.ZZZ.ZZ9,99.

       01 LIN-RODAPE2.
          03 FILLER     PIC X(24) VALUE "SELF-PAY TRIP LINES ... ".
          03 RTPART     PIC ZZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 RVPART     PIC ZZ.ZZZ.ZZ9,99.

       01 LIN-RODAPE3.
          03 FILLER     PIC X(24) VALUE "ALREADY BILLED ........ ".
          03 RJAFAT     PIC ZZZ.ZZ9.

       01 LIN-RODAPE4.
          03 FILLER     PIC X(24) VALUE "NOT BILLED (SEE LIST) . ".
          03 RSKIP      PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT VEHTRIP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** VEHTRIP FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADAMBTX CADPACI CADCONV
           IF ST-ERRO3 NOT = "00" OR ST-ERRO2 NOT = "00"
                                  OR ST-ERRO4 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE VEHTRIP CADAMBTX CADPACI CADCONV
                 GO TO ROT-FIM2.

       INC-OP3.
           OPEN I-O CADFATUR
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADFATUR
                 CLOSE CADFATUR
                 MOVE "*** CADFATUR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP3
              ELSE
                 MOVE "ERROR IN OPENING THE CADFATUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE VEHTRIP CADAMBTX CADPACI CADCONV
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT RELTRIPF
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE VEHTRIP CADAMBTX CADPACI CADCONV CADFATUR
                 GO TO ROT-FIM2.

      *    THE DISPATCH QUEUE GIVES THE TRIP ITS PRIORITY (AND SO ITS
      *    RATE TYPE); WITHOUT IT EVERY TRIP IS A ROUTINE TRANSFER
           MOVE "N" TO W-DPAVAIL
           OPEN INPUT CADDESP
           IF ST-ERRO-DP = "00"
              MOVE "Y" TO W-DPAVAIL.

      *    A TRIP MADE DURING AN ADMISSION MAY ALREADY HAVE GONE OUT
      *    ON THE PATIENT'S INPATIENT ACCOUNT (SMP152)
           MOVE "N" TO W-CHAVAIL
           OPEN INPUT CADCONTH
           IF ST-ERRO-CH = "00"
              MOVE "Y" TO W-CHAVAIL.

           MOVE "*** BILLING AMBULANCE TRIPS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS EARLY IN THE MONTH AND COVERS THE ONE THAT
      *    HAS JUST CLOSED
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATAN
           IF W-DATA-MES = 1
              MOVE 12 TO W-DATA-MES
              SUBTRACT 1 FROM W-DATA-ANO
           ELSE
              SUBTRACT 1 FROM W-DATA-MES.
           MOVE 01 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESINI
           MOVE 31 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESFIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-MESINI TO DPERINI
           MOVE W-MESFIM TO DPERFIM
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TCONV W-TPART W-VCONV W-VPART
                         W-SKIPPED W-JAFATCNT
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           PERFORM VARRE-TRIP THRU VARRE-TRIP-FIM
           PERFORM VARRE-SKIP THRU VARRE-SKIP-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TCONV TO RTCONV
           MOVE W-VCONV TO RVCONV
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TPART TO RTPART
           MOVE W-VPART TO RVPART
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-JAFATCNT TO RJAFAT
           MOVE LIN-RODAPE3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SKIPPED TO RSKIP
           MOVE LIN-RODAPE4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** TRIP BILLING COMPLETE - SEE RELTRIPF ***"
                                                       TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE VEHTRIP CADAMBTX CADPACI CADCONV CADFATUR RELTRIPF.
           IF W-DPAVAIL = "Y"
              CLOSE CADDESP.
           IF W-CHAVAIL = "Y"
              CLOSE CADCONTH.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ FIRST PASS - BILLS EVERY PRICEABLE TRIP RETURNED ]-------
      *------[ IN THE MONTH, AND ANY EARLIER TRIP CORRECTED     ]-------
      *------[ SINCE AND STILL NOT BILLED                       ]-------
       VARRE-TRIP.
           MOVE LOW-VALUES TO CHAVETRIP
           START VEHTRIP KEY IS NOT LESS CHAVETRIP INVALID KEY
                 GO TO VARRE-TRIP-FIM.
       VARRE-TRIP1.
           READ VEHTRIP NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-TRIP-FIM.
           IF RETDATA = ZEROS OR RETDATA > W-MESFIM
              GO TO VARRE-TRIP1.
           IF RETDATA < W-MESINI
              PERFORM CHAVE-MONTA THRU CHAVE-MONTA-FIM
              PERFORM JA-FATURADO THRU JA-FATURADO-FIM
              IF W-JAFAT = "Y"
                 GO TO VARRE-TRIP1.
           PERFORM TRIP-MOTIVO THRU TRIP-MOTIVO-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO VARRE-TRIP1.
           PERFORM FATURA-TRIP THRU FATURA-TRIP-FIM
           GO TO VARRE-TRIP1.
       VARRE-TRIP-FIM.
           EXIT.

      *------[ SECOND PASS - LISTS THE TRIPS THAT COULD NOT BE ]--------
      *------[ BILLED AND WHY, FOR THE TRANSPORT OFFICE        ]--------
       VARRE-SKIP.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SKIPCAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO CHAVETRIP
           START VEHTRIP KEY IS NOT LESS CHAVETRIP INVALID KEY
                 GO TO VARRE-SKIP-FIM.
       VARRE-SKIP1.
           READ VEHTRIP NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-SKIP-FIM.
           IF RETDATA < W-MESINI OR RETDATA > W-MESFIM
              GO TO VARRE-SKIP1.
           PERFORM TRIP-MOTIVO THRU TRIP-MOTIVO-FIM
           IF W-MOTIVO = SPACES
              GO TO VARRE-SKIP1.
           ADD 1 TO W-SKIPPED
           MOVE PLATE TO SPLATE
           MOVE DEPDATA TO SDEPDATA
           MOVE DEPHORA TO SDEPHORA
           MOVE CPFTRIP TO SCPF
           MOVE W-MOTIVO TO SMOTIVO
           MOVE LIN-SKIPDET TO LINHA-REL
           WRITE LINHA-REL
           GO TO VARRE-SKIP1.
       VARRE-SKIP-FIM.
           EXIT.

      *------[ WHY A TRIP OF THE MONTH CANNOT BE PRICED - SPACES ]------
      *------[ WHEN IT CAN. LEAVES W-KM, W-TIPO AND THE RATE SET ]------
       TRIP-MOTIVO.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO W-KM
           IF CPFTRIP = ZEROS
              MOVE "NO PATIENT ON THE TRIP" TO W-MOTIVO
              GO TO TRIP-MOTIVO-FIM.
           IF ODOMIN = ZEROS OR ODOMIN NOT > ODOMOUT
              MOVE "NO RETURN ODOMETER" TO W-MOTIVO
              GO TO TRIP-MOTIVO-FIM.
           MOVE CPFTRIP TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "PATIENT NOT ON CADPACI" TO W-MOTIVO
              GO TO TRIP-MOTIVO-FIM.

           COMPUTE W-KM = ODOMIN - ODOMOUT
           PERFORM TIPO-BUSCA THRU TIPO-BUSCA-FIM
           IF W-KM > 9999
              MOVE "NO RATE FOR TYPE AND DISTANCE" TO W-MOTIVO
              GO TO TRIP-MOTIVO-FIM.
           MOVE W-TIPO TO AT-TIPO
           MOVE W-KM TO AT-KMATE
           START CADAMBTX KEY IS NOT LESS CHAVEAMBTX INVALID KEY
                 MOVE "NO RATE FOR TYPE AND DISTANCE" TO W-MOTIVO
                 GO TO TRIP-MOTIVO-FIM.
           READ CADAMBTX NEXT
           IF ST-ERRO3 NOT = "00" OR AT-TIPO NOT = W-TIPO
              MOVE "NO RATE FOR TYPE AND DISTANCE" TO W-MOTIVO
              GO TO TRIP-MOTIVO-FIM.

           COMPUTE W-VALOR = AT-VALBASE + W-KM * AT-VALKM
           IF W-VALOR > 99999,99
              MOVE "CHARGE OVER THE INVOICE LIMIT" TO W-MOTIVO.
       TRIP-MOTIVO-FIM.
           EXIT.

      *------[ RATE TYPE FROM THE DEPARTED DISPATCH REQUEST FOR ]-------
      *------[ THIS VEHICLE AND PATIENT - THE LATEST ONE ON OR  ]-------
      *------[ BEFORE THE DEPARTURE DATE                        ]-------
       TIPO-BUSCA.
           MOVE 3 TO W-TIPO
           MOVE ZEROS TO W-DPDATA
           IF W-DPAVAIL NOT = "Y"
              GO TO TIPO-BUSCA-FIM.
           MOVE ZEROS TO DESPNUM
           START CADDESP KEY IS NOT LESS DESPNUM INVALID KEY
                 GO TO TIPO-BUSCA-FIM.
       TIPO-BUSCA1.
           READ CADDESP NEXT
           IF ST-ERRO-DP NOT = "00"
              GO TO TIPO-BUSCA-FIM.
           IF DP-PLATE NOT = PLATE OR DP-CPF NOT = CPFTRIP
                                    OR DP-STATUS NOT = "D"
              GO TO TIPO-BUSCA1.
           IF DP-REQDATA > DEPDATA OR DP-REQDATA < W-DPDATA
              GO TO TIPO-BUSCA1.
           IF DP-PRIOR > 0 AND DP-PRIOR < 4
              MOVE DP-PRIOR TO W-TIPO
              MOVE DP-REQDATA TO W-DPDATA.
           GO TO TIPO-BUSCA1.
       TIPO-BUSCA-FIM.
           EXIT.

      *------[ RAISES THE TRIP LINE - TO THE PATIENT'S AGREEMENT ]------
      *------[ WHEN IT HAS A PLAN TIER, OTHERWISE AS SELF-PAY    ]------
      *------[ (AGREEMENT 0000) FOR THE CASH DESK               ]------
       FATURA-TRIP.
           PERFORM CHAVE-MONTA THRU CHAVE-MONTA-FIM
           PERFORM JA-FATURADO THRU JA-FATURADO-FIM
           IF W-JAFAT = "Y"
              ADD 1 TO W-JAFATCNT
              GO TO FATURA-TRIP-FIM.

           MOVE ZEROS TO W-CONVFAT
           IF CONVPACI NOT = ZEROS
              MOVE CONVPACI TO CODCONV
              READ CADCONV KEY IS CODCONV
              IF ST-ERRO4 = "00"
                 IF PLANCONV > 0 AND PLANCONV < 13
                    MOVE CONVPACI TO W-CONVFAT.

           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM       TO FATNUM
           MOVE W-CONVFAT       TO FT-CONV
           MOVE CPFTRIP         TO FT-CPF
           MOVE W-SAVCHAVE      TO FT-CHAVEATEN
           MOVE W-MESINI(1:4)   TO FT-PERANO
           MOVE W-MESINI(5:2)   TO FT-PERMES
           MOVE W-HOJE          TO FT-DATAFAT
           MOVE "T"             TO FT-TIPO
           MOVE W-VALOR         TO FT-VALOR
           MOVE "O"             TO FT-STATUS
           MOVE ZEROS           TO FT-PAGDATA FT-PAGVALOR FT-BOLETO
           MOVE SPACES          TO FT-SITPAG FT-GLOSA FT-MODAL FT-GUIA
           WRITE REGFATUR
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
              MOVE "ERROR RECORDING TRIP LINE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              SUBTRACT 1 FROM W-PROXNUM
              GO TO FATURA-TRIP-FIM.

           IF W-CONVFAT = ZEROS
              ADD 1 TO W-TPART
              ADD W-VALOR TO W-VPART
              MOVE "SELF" TO DCONV
           ELSE
              ADD 1 TO W-TCONV
              ADD W-VALOR TO W-VCONV
              MOVE W-CONVFAT TO DCONV.
           MOVE PLATE TO DPLATE
           MOVE DEPDATA TO DDEPDATA
           MOVE CPFTRIP TO DCPF
           MOVE W-TIPO TO DTIPO
           MOVE W-KM TO DKM
           MOVE W-VALOR TO DVALOR
           MOVE FATNUM TO DFATNUM
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       FATURA-TRIP-FIM.
           EXIT.

      *------[ THE PSEUDO BOOKING KEY (T+PLATE+DEPARTURE) KEEPS ]-------
      *------[ THE DOUBLE-BILLING CHECK WORKING FOR TRIPS       ]-------
       CHAVE-MONTA.
           MOVE SPACES TO W-SAVCHAVE
           STRING "T" DELIMITED BY SIZE
                  PLATE DELIMITED BY SIZE
                  DEPDATA DELIMITED BY SIZE
                  DEPHORA DELIMITED BY SIZE
                  INTO W-SAVCHAVE.
       CHAVE-MONTA-FIM.
           EXIT.

      *------[ SAME LIVE-LINE CHECK AS SMP052'S JA-FATURADO ]-----------
       JA-FATURADO.
           MOVE "N" TO W-JAFAT
           MOVE W-SAVCHAVE TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO JA-FATURADO-FIM.
       JA-FATURADO1.
           READ CADFATUR NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO JA-FATURADO-FIM.
           IF FT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO JA-FATURADO-FIM.
           IF FT-STATUS NOT = "X"
              MOVE "Y" TO W-JAFAT
              GO TO JA-FATURADO-FIM.
           GO TO JA-FATURADO1.
       JA-FATURADO-FIM.
           PERFORM CONTA-FATURADA THRU CONTA-FATURADA-FIM.

      *------[ A SELF-PAY TRIP RELEASED ON AN INPATIENT ACCOUNT ]-------
      *------[ IS BILLED INSIDE THE ACCOUNT BALANCE, NOT UNDER  ]-------
      *------[ ITS OWN KEY - THE ACCOUNT ITEM MARKS IT BILLED   ]-------
       CONTA-FATURADA.
           IF W-JAFAT = "Y" OR W-CHAVAIL NOT = "Y"
              GO TO CONTA-FATURADA-FIM.
           MOVE CPFTRIP TO CH-CPF
           MOVE ZEROS TO CH-ADMDATA CH-ADMHORA CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO CONTA-FATURADA-FIM.
       CONTA-FATURADA1.
           READ CADCONTH NEXT
           IF ST-ERRO-CH NOT = "00"
              GO TO CONTA-FATURADA-FIM.
           IF CH-CPF NOT = CPFTRIP
              GO TO CONTA-FATURADA-FIM.
           IF CH-TIPO = "T" AND CH-SIT = "F"
                            AND CH-ORIGEM = W-SAVCHAVE
              MOVE "Y" TO W-JAFAT
              GO TO CONTA-FATURADA-FIM.
           GO TO CONTA-FATURADA1.
       CONTA-FATURADA-FIM.
           EXIT.

      *------[ HIGHEST INVOICE NUMBER ALREADY ON FILE ]-----------------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXNUM FATNUM
           START CADFATUR KEY IS NOT LESS FATNUM INVALID KEY
                 GO TO NUM-SCAN-FIM.
       NUM-SCAN1.
           READ CADFATUR NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO NUM-SCAN-FIM.
           IF FATNUM > W-PROXNUM
              MOVE FATNUM TO W-PROXNUM.
           GO TO NUM-SCAN1.
       NUM-SCAN-FIM.
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
      *    NOTE: A TRIP BELONGS TO THE MONTH ITS RETURN WAS LOGGED
      *    IN. KM IS THE ODOMETER DIFFERENCE; A TRIP WITHOUT A
      *    PATIENT CPF OR A RETURN READING IS LISTED, NOT BILLED,
      *    AND ONCE CORRECTED ON SMP024 IS BILLED BY THE NEXT RUN.

      *---------------------*** END OF PROGRAM ***--------------------*
