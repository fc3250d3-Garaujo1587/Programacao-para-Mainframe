       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP125.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   INPATIENT VITAL-SIGNS CHARTING (CADVITAL)     *
      *   FOR A PATIENT WITH AN OPEN CADEPIS EPISODE:   *
      *   O CHARTS A SET OF OBSERVATIONS AND SCORES IT  *
      *   (NEWS), RAISING AN ALERT TO THE ON-CALL       *
      *   DOCTOR (CADONCALL) OVER THE THRESHOLD; T      *
      *   PRINTS THE EPISODE'S TREND - ALSO AFTER THE   *
      *   DISCHARGE                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVITAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVITAL
                    FILE STATUS  IS ST-ERRO.

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

           SELECT CADONCALL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEONCALL
                    FILE STATUS  IS ST-ERRO4.

           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPERID
                    FILE STATUS  IS ST-ERRO5.

           SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO-EP.

           SELECT RELTREND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVITAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVITAL.DAT".
           COPY CPVITALR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADONCALL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADONCALL.DAT".
           COPY CPONCALR.

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD RELTREND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTREND.DAT".
       01 LINHA-REL        PIC X(80).

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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO-EP    PIC X(02) VALUE "00".
       01 W-OCAVAIL     PIC X(01) VALUE "N".
       01 W-OPERSES     PIC X(08) VALUE SPACES.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 W-EPACHOU     PIC X(01) VALUE "N".
       01 W-EPBUSCA     PIC 9(11) VALUE ZEROS.
       01 W-EPADMDATA   PIC 9(08) VALUE ZEROS.
       01 W-EPQUARTO    PIC 9(04) VALUE ZEROS.
       01 W-EPALTA      PIC 9(08) VALUE ZEROS.
       01 W-EPCRMUF     PIC X(02) VALUE SPACES.
       01 W-EPCRM       PIC 9(06) VALUE ZEROS.
       01 W-ESPEC       PIC 9(02) VALUE ZEROS.
       01 W-ONCNOME     PIC X(30) VALUE SPACES.
       01 W-FAIXA       PIC X(30) VALUE SPACES.
       01 W-PONTO       PIC 9(01) VALUE ZEROS.
       01 W-PMAX        PIC 9(01) VALUE ZEROS.
       01 W-TOTOBS      PIC 9(04) VALUE ZEROS.
       01 W-TOTALERTA   PIC 9(04) VALUE ZEROS.
       01 W-NEWSMAX     PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORAN       PIC 9(04) VALUE ZEROS.
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).
       01 W-HHMM.
          03 W-HH       PIC 9(02).
          03 W-MM       PIC 9(02).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).

      *----[ A SCORE AT OR OVER THIS LIMIT - OR ANY SINGLE       ]------
      *----[ PARAMETER SCORING 3 - RAISES AN ALERT TO THE DOCTOR ]------
       77 W-NEWSLIM     PIC 9(02) VALUE 05.

       01 LIN-TITULO.
          03 FILLER     PIC X(40) VALUE
             "RELTREND - VITAL SIGNS TREND - ".
          03 TDATA      PIC 9999/99/99.

       01 LIN-PACI.
          03 FILLER     PIC X(09) VALUE "PATIENT: ".
          03 DPCPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPNOME     PIC X(30).
          03 FILLER     PIC X(07) VALUE " ROOM: ".
          03 DPQUARTO   PIC 9(04).

       01 LIN-EPIS.
          03 FILLER     PIC X(10) VALUE "ADMITTED: ".
          03 DEADM      PIC 9999/99/99.
          03 FILLER     PIC X(14) VALUE "   DISCHARGED:".
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DEALTA     PIC X(10).

       01 LIN-CABEC.
          03 FILLER     PIC X(40) VALUE
             "DATE       TIME PULSE   BP    RR  TEMP  ".
          03 FILLER     PIC X(40) VALUE
             "SPO2 O2 AVPU NEWS NURSE                 ".

       01 LIN-DET.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DHORA      PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPULSO     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPASIS     PIC ZZ9.
          03 FILLER     PIC X(01) VALUE "/".
          03 DPADIA     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DFREQR     PIC Z9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DTEMP      PIC Z9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DSATO2     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DO2SUP     PIC X(01).
          03 FILLER     PIC X(04) VALUE SPACES.
          03 DCONSC     PIC X(01).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DNEWS      PIC Z9.
          03 DALERTA    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DOPERID    PIC X(08).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(28) VALUE "OBSERVATIONS CHARTED ...... ".
          03 ROBS       PIC ZZZ9.
       01 LIN-RODAPE2.
          03 FILLER     PIC X(28) VALUE "ALERTS RAISED (*) ......... ".
          03 RALERTA    PIC ZZZ9.
       01 LIN-RODAPE3.
          03 FILLER     PIC X(28) VALUE "HIGHEST SCORE ............. ".
          03 RNEWSMAX   PIC ZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAVIT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------[ VITAL SIGNS AND EARLY WAR".
           05  LINE 02  COLUMN 41
               VALUE  "NING SCORE ]----------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " NURSE (OPERATOR ID):".
           05  LINE 06  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 07  COLUMN 01
               VALUE  " EPISODE ADMITTED:             ROOM:".
           05  LINE 09  COLUMN 01
               VALUE  " OBSERVATION DATE:             TIME:".
           05  LINE 11  COLUMN 01
               VALUE  " PULSE (BPM):".
           05  LINE 11  COLUMN 30
               VALUE  "BLOOD PRESSURE:".
           05  LINE 11  COLUMN 49
               VALUE  "/".
           05  LINE 12  COLUMN 01
               VALUE  " RESP. RATE (/MIN):".
           05  LINE 12  COLUMN 30
               VALUE  "TEMPERATURE (C):".
           05  LINE 13  COLUMN 01
               VALUE  " O2 SATURATION (%):".
           05  LINE 13  COLUMN 30
               VALUE  "ON SUPPLEMENTAL O2 (Y/N):".
           05  LINE 14  COLUMN 01
               VALUE  " CONSCIOUSNESS:".
           05  LINE 14  COLUMN 20
               VALUE  "(A=ALERT C=NEW CONFUSION V=VOICE".
           05  LINE 14  COLUMN 52
               VALUE  " P=PAIN U=UNRESPONSIVE)".
           05  LINE 16  COLUMN 01
               VALUE  " EARLY WARNING SCORE:".
           05  LINE 18  COLUMN 01
               VALUE  " ON-CALL DOCTOR:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TOPER
               LINE 04  COLUMN 23  PIC X(08)
               USING  W-OPERSES
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 15  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 06  COLUMN 34  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TADMDATA
               LINE 07  COLUMN 20  PIC 9999/99/99
               USING  W-EPADMDATA
               HIGHLIGHT.
           05  TQUARTO
               LINE 07  COLUMN 38  PIC 9(04)
               USING  W-EPQUARTO
               HIGHLIGHT.
           05  TVTDATA
               LINE 09  COLUMN 20  PIC 9999/99/99
               USING  VT-DATA
               HIGHLIGHT.
           05  TVTHORA
               LINE 09  COLUMN 38  PIC 9(04)
               USING  VT-HORA
               HIGHLIGHT.
           05  TPULSO
               LINE 11  COLUMN 15  PIC 9(03)
               USING  VT-PULSO
               HIGHLIGHT.
           05  TPASIS
               LINE 11  COLUMN 46  PIC 9(03)
               USING  VT-PASIS
               HIGHLIGHT.
           05  TPADIA
               LINE 11  COLUMN 50  PIC 9(03)
               USING  VT-PADIA
               HIGHLIGHT.
           05  TFREQR
               LINE 12  COLUMN 21  PIC 9(02)
               USING  VT-FREQR
               HIGHLIGHT.
           05  TTEMP
               LINE 12  COLUMN 47  PIC 99,9
               USING  VT-TEMP
               HIGHLIGHT.
           05  TSATO2
               LINE 13  COLUMN 21  PIC 9(03)
               USING  VT-SATO2
               HIGHLIGHT.
           05  TO2SUP
               LINE 13  COLUMN 56  PIC X(01)
               USING  VT-O2SUP
               HIGHLIGHT.
           05  TCONSC
               LINE 14  COLUMN 17  PIC X(01)
               USING  VT-CONSC
               HIGHLIGHT.
           05  TNEWS
               LINE 16  COLUMN 23  PIC Z9
               USING  VT-NEWS
               HIGHLIGHT.
           05  TFAIXA
               LINE 16  COLUMN 27  PIC X(30)
               USING  W-FAIXA
               HIGHLIGHT.
           05  TONCUF
               LINE 18  COLUMN 18  PIC X(02)
               USING  VT-ONCUF
               HIGHLIGHT.
           05  TONCRM
               LINE 18  COLUMN 21  PIC 9(06)
               USING  VT-ONCRM
               HIGHLIGHT.
           05  TONCNOME
               LINE 18  COLUMN 28  PIC X(30)
               USING  W-ONCNOME
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADVITAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVITAL
                 CLOSE CADVITAL
                 MOVE "*** CADVITAL ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADVITAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           OPEN INPUT CADEPIS
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00" OR ST-ERRO-EP NOT = "00"
                              OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    WITHOUT A ROTATION ON FILE THE ALERT GOES TO THE
      *    ATTENDING DOCTOR OF THE EPISODE
           MOVE "N" TO W-OCAVAIL
           OPEN INPUT CADONCALL
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-OCAVAIL.

       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO5 NOT = "00"
              MOVE "*** CADOPER FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *--------[ THE NURSE IDENTIFIES THEIR SESSION - EVERY SET ]-------
      *--------[ OF OBSERVATIONS CARRIES THIS OPERATOR ID       ]-------
       RLOG.
           MOVE SPACES TO W-OPERSES
           PERFORM LIMPA-PAC THRU LIMPA-PAC-FIM
           DISPLAY TELAVIT.
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
           IF ST-ERRO5 NOT = "00"
              MOVE "*** OPERATOR NOT FOUND IN CADOPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           IF LOCKFLAG = "Y"
              MOVE "*** OPERATOR ACCOUNT IS LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.

       R1.
           PERFORM LIMPA-PAC THRU LIMPA-PAC-FIM
           DISPLAY TELAVIT.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           MOVE W-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
                MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME

      *    OBSERVATIONS ARE CHARTED ONLY AGAINST THE OPEN ADMISSION;
      *    A DISCHARGED PATIENT'S LAST EPISODE CAN STILL BE PRINTED
           MOVE W-CPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU = "N"
                MOVE "*** NO ADMISSION EPISODE - SEE SMP017 ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY TADMDATA
           DISPLAY TQUARTO
           IF W-EPACHOU = "F"
                MOVE "*** PATIENT DISCHARGED - TREND PRINTOUT ONLY ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           DISPLAY (23, 12)
                "O=NEW OBSERVATION  T=TREND PRINTOUT  X=RETURN"
           ACCEPT (23, 59) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO NOT = "O" AND W-OPCAO NOT = "T"
                                AND W-OPCAO NOT = "X"
              GO TO R3.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO R1.
           IF W-OPCAO = "T"
              PERFORM TRD-001 THRU TRD-FIM
              GO TO R3.
           IF W-EPACHOU NOT = "Y"
              MOVE "*** PATIENT IS NO LONGER ADMITTED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

      *****************************************
      * OBSERVATION CHARTING                  *
      *****************************************
      *
       OBS-001.
           PERFORM LIMPA-OBS THRU LIMPA-OBS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           COMPUTE W-HORAN = W-HORA-HH * 100 + W-HORA-MM
           MOVE W-HOJE TO VT-DATA
           MOVE W-HORAN TO VT-HORA
           MOVE "N" TO VT-O2SUP
           MOVE "A" TO VT-CONSC
           DISPLAY TELAVIT.

       OBS-DATA.
           ACCEPT TVTDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-FIM.
           MOVE VT-DATA TO W-DATA
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
                             OR W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DATE INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-DATA.
           IF VT-DATA < W-EPADMDATA OR VT-DATA > W-HOJE
              MOVE "*** DATE OUTSIDE THE ADMISSION ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-DATA.

       OBS-HORA.
           ACCEPT TVTHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-DATA.
           MOVE VT-HORA TO W-HHMM
           IF W-HH > 23 OR W-MM > 59
              MOVE "*** TIME INVALID (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-HORA.
           IF VT-DATA = W-HOJE AND VT-HORA > W-HORAN
              MOVE "*** TIME IS STILL AHEAD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-HORA.

       OBS-PULSO.
           ACCEPT TPULSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-HORA.
           IF VT-PULSO < 20 OR VT-PULSO > 250
              MOVE "*** PULSE OUT OF RANGE (020-250) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-PULSO.

       OBS-PA.
           ACCEPT TPASIS
           ACCEPT TPADIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-PULSO.
           IF VT-PASIS < 40 OR VT-PASIS > 300
                         OR VT-PADIA < 20 OR VT-PADIA NOT < VT-PASIS
              MOVE "*** BLOOD PRESSURE INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-PA.

       OBS-FREQR.
           ACCEPT TFREQR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-PA.
           IF VT-FREQR < 4 OR VT-FREQR > 70
              MOVE "*** RESP. RATE OUT OF RANGE (04-70) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-FREQR.

       OBS-TEMP.
           ACCEPT TTEMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-FREQR.
           IF VT-TEMP < 25,0 OR VT-TEMP > 45,0
              MOVE "*** TEMPERATURE OUT OF RANGE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-TEMP.

       OBS-SATO2.
           ACCEPT TSATO2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-TEMP.
           IF VT-SATO2 < 50 OR VT-SATO2 > 100
              MOVE "*** SATURATION OUT OF RANGE (50-100) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-SATO2.

       OBS-O2SUP.
           ACCEPT TO2SUP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-SATO2.
           IF VT-O2SUP = "y" MOVE "Y" TO VT-O2SUP.
           IF VT-O2SUP = "n" MOVE "N" TO VT-O2SUP.
           IF VT-O2SUP NOT = "Y" AND VT-O2SUP NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-O2SUP.

       OBS-CONSC.
           ACCEPT TCONSC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO OBS-O2SUP.
           IF VT-CONSC NOT = "A" AND VT-CONSC NOT = "C"
                  AND VT-CONSC NOT = "V" AND VT-CONSC NOT = "P"
                  AND VT-CONSC NOT = "U"
              MOVE "*** JUST TYPE A, C, V, P OR U ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-CONSC.

           PERFORM NEWS-CALC THRU NEWS-CALC-FIM
           MOVE "N" TO VT-ALERTA
           MOVE SPACES TO VT-ONCUF W-ONCNOME
           MOVE ZEROS TO VT-ONCRM
           IF VT-NEWS NOT < W-NEWSLIM OR W-PMAX = 3
              MOVE "Y" TO VT-ALERTA
              PERFORM ONC-BUSCA THRU ONC-BUSCA-FIM.
           DISPLAY TELAVIT
           IF VT-ALERTA = "Y"
              DISPLAY (20, 02)
                   "*** ALERT - CALL THE ON-CALL DOCTOR FOR REVIEW ***".

       OBS-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO OBS-CONSC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO OBS-FIM.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO OBS-OPC.

       OBS-WR.
           MOVE W-CPF TO VT-CPF
           MOVE W-EPADMDATA TO VT-EPADMDATA
           MOVE W-OPERSES TO VT-OPERID
           WRITE REGVITAL
           IF ST-ERRO = "00" OR "02"
              MOVE "*** OBSERVATIONS CHARTED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-FIM.
           IF ST-ERRO = "22"
              MOVE "*** ALREADY CHARTED AT THIS DATE/TIME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OBS-HORA.
           MOVE "ERROR IN FILE RECORDING" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       OBS-FIM.
           PERFORM LIMPA-OBS THRU LIMPA-OBS-FIM
           DISPLAY TELAVIT
           GO TO R3.

      *--[ EARLY-WARNING SCORE (NEWS2, SCALE 1) OVER THE SEVEN   ]------
      *--[ PARAMETERS; W-PMAX KEEPS THE WORST SINGLE PARAMETER   ]------
       NEWS-CALC.
           MOVE ZEROS TO VT-NEWS W-PMAX

           IF VT-FREQR NOT > 8
              MOVE 3 TO W-PONTO
           ELSE IF VT-FREQR NOT > 11
              MOVE 1 TO W-PONTO
           ELSE IF VT-FREQR NOT > 20
              MOVE 0 TO W-PONTO
           ELSE IF VT-FREQR NOT > 24
              MOVE 2 TO W-PONTO
           ELSE
              MOVE 3 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-SATO2 NOT > 91
              MOVE 3 TO W-PONTO
           ELSE IF VT-SATO2 NOT > 93
              MOVE 2 TO W-PONTO
           ELSE IF VT-SATO2 NOT > 95
              MOVE 1 TO W-PONTO
           ELSE
              MOVE 0 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-O2SUP = "Y"
              MOVE 2 TO W-PONTO
           ELSE
              MOVE 0 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-TEMP NOT > 35,0
              MOVE 3 TO W-PONTO
           ELSE IF VT-TEMP NOT > 36,0
              MOVE 1 TO W-PONTO
           ELSE IF VT-TEMP NOT > 38,0
              MOVE 0 TO W-PONTO
           ELSE IF VT-TEMP NOT > 39,0
              MOVE 1 TO W-PONTO
           ELSE
              MOVE 2 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-PASIS NOT > 90
              MOVE 3 TO W-PONTO
           ELSE IF VT-PASIS NOT > 100
              MOVE 2 TO W-PONTO
           ELSE IF VT-PASIS NOT > 110
              MOVE 1 TO W-PONTO
           ELSE IF VT-PASIS NOT > 219
              MOVE 0 TO W-PONTO
           ELSE
              MOVE 3 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-PULSO NOT > 40
              MOVE 3 TO W-PONTO
           ELSE IF VT-PULSO NOT > 50
              MOVE 1 TO W-PONTO
           ELSE IF VT-PULSO NOT > 90
              MOVE 0 TO W-PONTO
           ELSE IF VT-PULSO NOT > 110
              MOVE 1 TO W-PONTO
           ELSE IF VT-PULSO NOT > 130
              MOVE 2 TO W-PONTO
           ELSE
              MOVE 3 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-CONSC = "A"
              MOVE 0 TO W-PONTO
           ELSE
              MOVE 3 TO W-PONTO.
           PERFORM NEWS-SOMA THRU NEWS-SOMA-FIM

           IF VT-NEWS > 6
              MOVE "HIGH - EMERGENCY RESPONSE" TO W-FAIXA
           ELSE IF VT-NEWS > 4
              MOVE "MEDIUM - URGENT REVIEW" TO W-FAIXA
           ELSE IF W-PMAX = 3
              MOVE "LOW - ONE PARAMETER SCORES 3" TO W-FAIXA
           ELSE
              MOVE "LOW" TO W-FAIXA.
       NEWS-CALC-FIM.
           EXIT.

       NEWS-SOMA.
           ADD W-PONTO TO VT-NEWS
           IF W-PONTO > W-PMAX
              MOVE W-PONTO TO W-PMAX.
       NEWS-SOMA-FIM.
           EXIT.

      *--[ DOCTOR ON CALL FOR THE ATTENDING DOCTOR'S SPECIALITY ]------
      *--[ AT THE OBSERVATION DATE; THE ATTENDING DOCTOR WHEN   ]------
      *--[ NO ROTATION WINDOW COVERS IT                         ]------
       ONC-BUSCA.
           MOVE W-EPCRMUF TO VT-ONCUF
           MOVE W-EPCRM TO VT-ONCRM
           MOVE ZEROS TO W-ESPEC
           MOVE W-EPCRMUF TO CRMUF
           MOVE W-EPCRM TO CRM
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE SPECIALITY TO W-ESPEC.
           IF W-OCAVAIL NOT = "Y" OR W-ESPEC = ZEROS
              GO TO ONC-BUSCA2.
           MOVE W-ESPEC TO OC-ESPEC
           MOVE ZEROS TO OC-START
           START CADONCALL KEY IS NOT LESS CHAVEONCALL INVALID KEY
                 GO TO ONC-BUSCA2.
       ONC-BUSCA1.
           READ CADONCALL NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ONC-BUSCA2.
           IF OC-ESPEC NOT = W-ESPEC
              GO TO ONC-BUSCA2.
           IF VT-DATA < OC-START OR VT-DATA > OC-END
              GO TO ONC-BUSCA1.
           MOVE OC-CRMUF TO VT-ONCUF
           MOVE OC-CRM TO VT-ONCRM.
       ONC-BUSCA2.
           MOVE "*** DOCTOR NOT FOUND ***" TO W-ONCNOME
           MOVE VT-ONCUF TO CRMUF
           MOVE VT-ONCRM TO CRM
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO W-ONCNOME.
       ONC-BUSCA-FIM.
           EXIT.

      *****************************************
      * TREND PRINTOUT OF THE EPISODE         *
      *****************************************
      *
      *--[ EVERY OBSERVATION OF THE EPISODE IN TIME ORDER, WRITTEN ]----
      *--[ TO RELTREND.DAT FOR THE CHART/DISCHARGE SUMMARY         ]----
       TRD-001.
           OPEN OUTPUT RELTREND
           IF ST-ERRO6 NOT = "00"
              MOVE "ERROR CREATING THE REPORT FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRD-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CPF TO DPCPF
           MOVE PACNOME TO DPNOME
           MOVE W-EPQUARTO TO DPQUARTO
           MOVE LIN-PACI TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-EPADMDATA TO DEADM
           IF W-EPALTA = ZEROS
              MOVE "(ADMITTED)" TO DEALTA
           ELSE
              MOVE W-EPALTA TO W-DATA
              STRING W-DATA-ANO "/" W-DATA-MES "/" W-DATA-DIA
                     DELIMITED BY SIZE INTO DEALTA.
           MOVE LIN-EPIS TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABEC TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTOBS W-TOTALERTA W-NEWSMAX

           MOVE W-CPF TO VT-CPF
           MOVE W-EPADMDATA TO VT-DATA
           MOVE ZEROS TO VT-HORA
           START CADVITAL KEY IS NOT LESS CHAVEVITAL INVALID KEY
                 GO TO TRD-RODAPE.
       TRD-RD.
           READ CADVITAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO TRD-RODAPE.
           IF VT-CPF NOT = W-CPF
              GO TO TRD-RODAPE.
           IF VT-EPADMDATA NOT = W-EPADMDATA
              GO TO TRD-RD.
           MOVE VT-DATA   TO DDATA
           MOVE VT-HORA   TO DHORA
           MOVE VT-PULSO  TO DPULSO
           MOVE VT-PASIS  TO DPASIS
           MOVE VT-PADIA  TO DPADIA
           MOVE VT-FREQR  TO DFREQR
           MOVE VT-TEMP   TO DTEMP
           MOVE VT-SATO2  TO DSATO2
           MOVE VT-O2SUP  TO DO2SUP
           MOVE VT-CONSC  TO DCONSC
           MOVE VT-NEWS   TO DNEWS
           MOVE VT-OPERID TO DOPERID
           MOVE SPACE TO DALERTA
           IF VT-ALERTA = "Y"
              MOVE "*" TO DALERTA
              ADD 1 TO W-TOTALERTA.
           IF VT-NEWS > W-NEWSMAX
              MOVE VT-NEWS TO W-NEWSMAX.
           ADD 1 TO W-TOTOBS
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO TRD-RD.
       TRD-RODAPE.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTOBS TO ROBS
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTALERTA TO RALERTA
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-NEWSMAX TO RNEWSMAX
           MOVE LIN-RODAPE3 TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELTREND
           MOVE "*** REPORT RELTREND.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TRD-FIM.
           EXIT.

      *------[ CLEARS THE PATIENT AND OBSERVATION FIELDS ]--------------
       LIMPA-PAC.
           MOVE ZEROS TO W-CPF W-EPADMDATA W-EPQUARTO W-EPALTA
           MOVE SPACES TO PACNOME
           PERFORM LIMPA-OBS THRU LIMPA-OBS-FIM.
       LIMPA-PAC-FIM.
           EXIT.

       LIMPA-OBS.
           MOVE ZEROS TO VT-DATA VT-HORA VT-PULSO VT-PASIS VT-PADIA
                         VT-FREQR VT-TEMP VT-SATO2 VT-NEWS VT-ONCRM
           MOVE SPACES TO VT-O2SUP VT-CONSC VT-ALERTA VT-ONCUF
                          W-FAIXA W-ONCNOME.
       LIMPA-OBS-FIM.
           EXIT.

      *--[ W-EPBUSCA'S OPEN EPISODE (W-EPACHOU = Y), OR FAILING  ]----
      *--[ THAT ITS MOST RECENT CLOSED ONE (F); N WHEN IT HAS NONE]----
       EPIS-ACHA.
           MOVE "N" TO W-EPACHOU
           MOVE W-EPBUSCA TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-ACHA-FIM.
       EPIS-ACHA1.
           READ CADEPIS NEXT
           IF ST-ERRO-EP NOT = "00"
              GO TO EPIS-ACHA-FIM.
           IF EP-CPF NOT = W-EPBUSCA
              GO TO EPIS-ACHA-FIM.
           MOVE EP-ADMDATA TO W-EPADMDATA
           MOVE EP-QUARTO TO W-EPQUARTO
           MOVE EP-ALTADATA TO W-EPALTA
           MOVE EP-CRMUF TO W-EPCRMUF
           MOVE EP-CRM TO W-EPCRM
           IF EP-ALTADATA = ZEROS
              MOVE "Y" TO W-EPACHOU
              GO TO EPIS-ACHA-FIM.
           MOVE "F" TO W-EPACHOU
           GO TO EPIS-ACHA1.
       EPIS-ACHA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVITAL CADPACI CADEPIS CADMED CADOPER.
           IF W-OCAVAIL = "Y"
              CLOSE CADONCALL.
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
