       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP094.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MEDICATION ADMINISTRATION RECORD (CADMAR)     *
      *   FOR A PATIENT WITH AN OPEN CADEPIS EPISODE:   *
      *   E EXPANDS EACH CADPRESC LINE WRITTEN SINCE    *
      *   THE ADMISSION INTO SCHEDULED DOSE TIMES, C    *
      *   LETS THE WARD NURSE CHART EACH DUE DOSE AS    *
      *   GIVEN, REFUSED OR HELD UNDER THEIR OPERATOR   *
      *   ID                                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAR
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

           SELECT CADPRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESC
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CHAVEATENP WITH DUPLICATES.

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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAR.DAT".
           COPY CPMARR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

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

       FD CADPRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESC.DAT".
       01 REGPRESC.
          03 CHAVEPRESC.
             05 CHAVEATENP   PIC X(20).
             05 SEQPRESC     PIC 9(02).
          03 DROGA           PIC X(30).
          03 DOSAGEM         PIC X(20).
          03 DURACAO         PIC X(20).
          03 REFILLS-ALLOWED PIC 9(02).
          03 REFILLS-USED    PIC 9(02).

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

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
       01 ST-ERRO-EP    PIC X(02) VALUE "00".
       01 W-OPERSES     PIC X(08) VALUE SPACES.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 STATTXT       PIC X(10) VALUE SPACES.
       01 W-EPACHOU     PIC X(01) VALUE "N".
       01 W-EPBUSCA     PIC 9(11) VALUE ZEROS.
       01 W-EPADMDATA   PIC 9(08) VALUE ZEROS.
       01 W-EPQUARTO    PIC 9(04) VALUE ZEROS.
       01 W-DROGA       PIC X(30) VALUE SPACES.
       01 W-DOSAGEM     PIC X(20) VALUE SPACES.
       01 W-DURACAO     PIC X(20) VALUE SPACES.
       01 W-INTERV      PIC 9(02) VALUE ZEROS.
       01 W-PRIDATA     PIC 9(08) VALUE ZEROS.
       01 W-PRIHORA     PIC 9(04) VALUE ZEROS.
       01 W-DIAS        PIC 9(02) VALUE ZEROS.
       01 W-NDOSES      PIC 9(03) VALUE ZEROS.
       01 W-CONTDOSE    PIC 9(03) VALUE ZEROS.
       01 W-MINUTO      PIC 9(04) VALUE ZEROS.
       01 W-JAEXP       PIC X(01) VALUE "N".
       01 W-GERADAS     PIC 9(04) VALUE ZEROS.
       01 W-SVCHAVEATEN PIC X(20) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
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

       01 W-MENSEXP.
          03 FILLER     PIC X(23) VALUE "*** DOSES SCHEDULED : ".
          03 W-MENSQTD  PIC ZZZ9.
          03 FILLER     PIC X(04) VALUE " ***".

       01 W-CURDATE.
          03 CD-ANO     PIC 9(04).
          03 CD-MES     PIC 9(02).
          03 CD-DIA     PIC 9(02).
       01 W-CURDATEN    PIC 9(08) VALUE ZEROS.

      *----[ MONTH-LENGTH TABLE - LEAP YEAR ADDS A DAY TO FEBRUARY ]---
       01 TABMESX.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 28.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
       01 TABMES REDEFINES TABMESX.
          03 TBMES      PIC 9(02) OCCURS 12 TIMES.

       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-LEAP        PIC 9(01) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "----------------------[ MEDICATION ADMIN".
           05  LINE 02  COLUMN 41
               VALUE  "ISTRATION RECORD ]----------------------".
           05  LINE 04  COLUMN 01
               VALUE  " NURSE (OPERATOR ID):".
           05  LINE 06  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 07  COLUMN 01
               VALUE  " EPISODE ADMITTED:             ROOM:".
           05  LINE 09  COLUMN 01
               VALUE  " DRUG:".
           05  LINE 10  COLUMN 01
               VALUE  " DOSAGE:".
           05  LINE 10  COLUMN 32
               VALUE  "DURATION:".
           05  LINE 12  COLUMN 01
               VALUE  " EVERY (HOURS):".
           05  LINE 12  COLUMN 22
               VALUE  "FIRST DOSE DATE:".
           05  LINE 12  COLUMN 51
               VALUE  "TIME:".
           05  LINE 13  COLUMN 01
               VALUE  " FOR (DAYS):".
           05  LINE 15  COLUMN 01
               VALUE  " DOSE DUE:".
           05  LINE 15  COLUMN 24
               VALUE  "AT:".
           05  LINE 15  COLUMN 34
               VALUE  "STATUS:".
           05  LINE 16  COLUMN 01
               VALUE  " REASON (REFUSED/HELD):".
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
           05  TDROGA
               LINE 09  COLUMN 08  PIC X(30)
               USING  W-DROGA
               HIGHLIGHT.
           05  TDOSAGEM
               LINE 10  COLUMN 10  PIC X(20)
               USING  W-DOSAGEM
               HIGHLIGHT.
           05  TDURACAO
               LINE 10  COLUMN 42  PIC X(20)
               USING  W-DURACAO
               HIGHLIGHT.
           05  TINTERV
               LINE 12  COLUMN 17  PIC 9(02)
               USING  W-INTERV
               HIGHLIGHT.
           05  TPRIDATA
               LINE 12  COLUMN 39  PIC 9999/99/99
               USING  W-PRIDATA
               HIGHLIGHT.
           05  TPRIHORA
               LINE 12  COLUMN 57  PIC 9(04)
               USING  W-PRIHORA
               HIGHLIGHT.
           05  TDIAS
               LINE 13  COLUMN 14  PIC 9(02)
               USING  W-DIAS
               HIGHLIGHT.
           05  TMADATA
               LINE 15  COLUMN 12  PIC 9999/99/99
               USING  MA-DATA
               HIGHLIGHT.
           05  TMAHORA
               LINE 15  COLUMN 28  PIC 9(04)
               USING  MA-HORA
               HIGHLIGHT.
           05  TSTATTXT
               LINE 15  COLUMN 42  PIC X(10)
               USING  STATTXT
               HIGHLIGHT.
           05  TMOTIVO
               LINE 16  COLUMN 25  PIC X(20)
               USING  MA-MOTIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADMAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMAR
                 CLOSE CADMAR
                 MOVE "*** CADMAR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADMAR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           OPEN INPUT CADEPIS
           OPEN INPUT CADATEN
           OPEN INPUT CADPRESC
           IF ST-ERRO2 NOT = "00" OR ST-ERRO-EP NOT = "00"
                              OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO4 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO5 NOT = "00"
              MOVE "*** CADOPER FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *--------[ THE NURSE IDENTIFIES THEIR SESSION - EVERY DOSE ]------
      *--------[ CHARTED BELOW CARRIES THIS OPERATOR ID           ]------
       RLOG.
           MOVE SPACES TO W-OPERSES
           PERFORM LIMPA-PAC THRU LIMPA-PAC-FIM
           DISPLAY TELAMAR.
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
           DISPLAY TELAMAR.

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

      *    DOSES ARE ONLY CHARTED FOR AN INPATIENT - THE RECORD
      *    BELONGS TO THE ADMISSION THE PATIENT IS IN NOW
           MOVE W-CPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU NOT = "Y"
                MOVE "*** NO OPEN ADMISSION EPISODE - SEE SMP017 ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE EP-ADMDATA TO W-EPADMDATA
           MOVE EP-QUARTO TO W-EPQUARTO
           DISPLAY TADMDATA
           DISPLAY TQUARTO.

       R3.
           DISPLAY (23, 12)
                "E=EXPAND PRESCRIPTIONS  C=CHART DOSES  X=RETURN"
           ACCEPT (23, 61) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO NOT = "E" AND W-OPCAO NOT = "C"
                                AND W-OPCAO NOT = "X"
              GO TO R3.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO R1.
           IF W-OPCAO = "C"
              GO TO CHT-001.

      *****************************************
      * PRESCRIPTION EXPANSION INTO DOSES     *
      *****************************************
      *
      *--[ EVERY CADATEN CONSULTATION OF THE PATIENT SINCE THE    ]----
      *--[ ADMISSION DATE, AND EVERY CADPRESC LINE UNDER IT THAT  ]----
      *--[ HAS NO DOSE ON CADMAR YET. DOSAGEM/DURACAO ARE FREE    ]----
      *--[ TEXT, SO THE INTERVAL, FIRST DOSE AND NUMBER OF DAYS   ]----
      *--[ ARE KEYED FROM THE CHART; AN INTERVAL OF 00 SKIPS IT   ]----
       EXP-001.
           MOVE ZEROS TO W-GERADAS
           MOVE W-CPF TO CPF
           START CADATEN KEY IS NOT LESS CPF INVALID KEY
                 GO TO EXP-FIM.
       EXP-ATEN.
           READ CADATEN NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO EXP-FIM.
           IF CPF NOT = W-CPF
              GO TO EXP-FIM.
           IF DATACON < W-EPADMDATA OR OUTCOME = "C"
              GO TO EXP-ATEN.
           MOVE CHAVEATEN TO W-SVCHAVEATEN
           MOVE CHAVEATEN TO CHAVEATENP
           START CADPRESC KEY IS NOT LESS CHAVEATENP INVALID KEY
                 GO TO EXP-ATEN.
       EXP-PRESC.
           READ CADPRESC NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO EXP-ATEN.
           IF CHAVEATENP NOT = W-SVCHAVEATEN
              GO TO EXP-ATEN.
           PERFORM EXP-JATEM THRU EXP-JATEM-FIM
           IF W-JAEXP = "Y"
              GO TO EXP-PRESC.

           MOVE DROGA TO W-DROGA
           MOVE DOSAGEM TO W-DOSAGEM
           MOVE DURACAO TO W-DURACAO
           MOVE ZEROS TO W-INTERV
           MOVE 1 TO W-DIAS
           ACCEPT W-PRIDATA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           COMPUTE W-PRIHORA = W-HORA-HH * 100 + W-HORA-MM
           DISPLAY TELAMAR.

       EXP-INT.
           ACCEPT TINTERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-FIM.
           IF W-INTERV = ZEROS
              MOVE "*** PRESCRIPTION SKIPPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRESC.
           IF W-INTERV > 24
              MOVE "*** INTERVAL IS 01 TO 24 HOURS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-INT.

       EXP-PRI.
           ACCEPT TPRIDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-INT.

           MOVE W-PRIDATA TO W-DATA
           IF W-PRIDATA = ZEROS
              MOVE "*** ENTER A VALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRI.
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
              MOVE "*** MONTH INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRI.
           IF W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DAY INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRI.
           IF W-PRIDATA < W-EPADMDATA
              MOVE "*** FIRST DOSE BEFORE THE ADMISSION ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRI.

       EXP-PRH.
           ACCEPT TPRIHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-PRI.

           MOVE W-PRIHORA TO W-HHMM
           IF W-HH > 23 OR W-MM > 59
              MOVE "*** FIRST DOSE TIME INVALID (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-PRH.

       EXP-DIAS.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXP-PRH.
           IF W-DIAS = ZEROS
              MOVE "*** ENTER THE NUMBER OF DAYS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXP-DIAS.

       EXP-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SCHEDULE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO EXP-DIAS.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PRESCRIPTION SKIPPED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXP-PRESC.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXP-OPC.

       EXP-GERA.
           COMPUTE W-NDOSES = W-DIAS * 24 / W-INTERV
           IF W-NDOSES = ZEROS
              MOVE 1 TO W-NDOSES.
           PERFORM EXP-DOSES THRU EXP-DOSES-FIM
           GO TO EXP-PRESC.

       EXP-FIM.
           MOVE W-GERADAS TO W-MENSQTD
           MOVE W-MENSEXP TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-DOSE THRU LIMPA-DOSE-FIM
           DISPLAY TELAMAR
           GO TO R3.

      *--[ Y WHEN THE CURRENT CADPRESC LINE ALREADY HAS A DOSE ]--------
      *--[ SCHEDULED FOR THIS PATIENT                          ]--------
       EXP-JATEM.
           MOVE "N" TO W-JAEXP
           MOVE W-CPF TO MA-CPF
           MOVE ZEROS TO MA-DATA MA-HORA MA-PRSEQ
           MOVE SPACES TO MA-PRATEN
           START CADMAR KEY IS NOT LESS CHAVEMAR INVALID KEY
                 GO TO EXP-JATEM-FIM.
       EXP-JATEM1.
           READ CADMAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXP-JATEM-FIM.
           IF MA-CPF NOT = W-CPF
              GO TO EXP-JATEM-FIM.
           IF MA-PRESC = CHAVEPRESC
              MOVE "Y" TO W-JAEXP
              GO TO EXP-JATEM-FIM.
           GO TO EXP-JATEM1.
       EXP-JATEM-FIM.
           EXIT.

      *--[ WRITES W-NDOSES DUE ROWS, W-INTERV HOURS APART, FROM   ]-----
      *--[ W-PRIDATA/W-PRIHORA - ROLLING PAST MIDNIGHT ADVANCES    ]-----
      *--[ THE DATE ONE DAY THROUGH PROX-DIA                       ]-----
       EXP-DOSES.
           MOVE W-PRIDATA TO W-CURDATEN
           MOVE W-CURDATEN TO W-CURDATE
           MOVE W-PRIHORA TO W-HHMM
           COMPUTE W-MINUTO = W-HH * 60 + W-MM
           MOVE ZEROS TO W-CONTDOSE.
       EXP-DOSES1.
           IF W-CONTDOSE NOT < W-NDOSES
              GO TO EXP-DOSES-FIM.
           MOVE W-CPF TO MA-CPF
           MOVE W-CURDATEN TO MA-DATA
           DIVIDE W-MINUTO BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-HHMM TO MA-HORA
           MOVE CHAVEPRESC TO MA-PRESC
           MOVE W-EPADMDATA TO MA-EPADMDATA
           MOVE DROGA TO MA-DROGA
           MOVE DOSAGEM TO MA-DOSAGEM
           MOVE "P" TO MA-STATUS
           MOVE ZEROS TO MA-DATAADM MA-HORAADM
           MOVE SPACES TO MA-OPERID MA-MOTIVO
           WRITE REGMAR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-GERADAS.
           ADD 1 TO W-CONTDOSE
           COMPUTE W-MINUTO = W-MINUTO + W-INTERV * 60.
       EXP-DOSES2.
           IF W-MINUTO < 1440
              GO TO EXP-DOSES1.
           SUBTRACT 1440 FROM W-MINUTO
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           GO TO EXP-DOSES2.
       EXP-DOSES-FIM.
           EXIT.

      *****************************************
      * DOSE-BY-DOSE CHARTING                 *
      *****************************************
      *
      *--[ WALKS THE PATIENT'S DOSES OF THIS ADMISSION IN DUE    ]------
      *--[ ORDER, STOPPING ON EACH ONE STILL DUE. THE CHART TIME  ]------
      *--[ IS THE CLOCK AT THE MOMENT OF CHARTING                 ]------
       CHT-001.
           MOVE W-CPF TO MA-CPF
           MOVE ZEROS TO MA-DATA MA-HORA MA-PRSEQ
           MOVE SPACES TO MA-PRATEN
           START CADMAR KEY IS NOT LESS CHAVEMAR INVALID KEY
                 MOVE "*** NO DOSES SCHEDULED - USE E=EXPAND ***"
                                                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
       CHT-RD.
           READ CADMAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHT-ACABOU.
           IF MA-CPF NOT = W-CPF
              GO TO CHT-ACABOU.
           IF MA-STATUS NOT = "P" OR MA-EPADMDATA NOT = W-EPADMDATA
              GO TO CHT-RD.

           MOVE MA-DROGA TO W-DROGA
           MOVE MA-DOSAGEM TO W-DOSAGEM
           MOVE SPACES TO W-DURACAO
           MOVE "DUE" TO STATTXT
           DISPLAY TELAMAR.

       CHT-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 12)
                "G=GIVEN R=REFUSED H=HELD ENTER=NEXT X=STOP"
           ACCEPT (23, 56) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHT-FIM.
           IF W-OPCAO = "X"
              GO TO CHT-FIM.
           IF W-OPCAO = SPACES
              GO TO CHT-RD.
           IF W-OPCAO NOT = "G" AND W-OPCAO NOT = "R"
                                AND W-OPCAO NOT = "H"
              GO TO CHT-OPC.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           MOVE W-OPCAO TO MA-STATUS
           MOVE SPACES TO MA-MOTIVO
           IF MA-STATUS = "G"
              GO TO CHT-WR.

       CHT-MOT.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE SPACES TO MA-MOTIVO
              DISPLAY TMOTIVO
              GO TO CHT-OPC.
           IF MA-MOTIVO = SPACES
              MOVE "*** ENTER THE REASON ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHT-MOT.

       CHT-WR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO MA-DATAADM
           COMPUTE MA-HORAADM = W-HORA-HH * 100 + W-HORA-MM
           MOVE W-OPERSES TO MA-OPERID
           REWRITE REGMAR
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DOSE CHARTED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHT-RD.
           MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       CHT-ACABOU.
           MOVE "*** NO MORE DOSES DUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHT-FIM.
           PERFORM LIMPA-DOSE THRU LIMPA-DOSE-FIM
           DISPLAY TELAMAR
           GO TO R3.

      *------[ CLEARS THE PATIENT AND DOSE FIELDS OF THE SCREEN ]-------
       LIMPA-PAC.
           MOVE ZEROS TO W-CPF W-EPADMDATA W-EPQUARTO
           MOVE SPACES TO PACNOME
           PERFORM LIMPA-DOSE THRU LIMPA-DOSE-FIM.
       LIMPA-PAC-FIM.
           EXIT.

       LIMPA-DOSE.
           MOVE SPACES TO W-DROGA W-DOSAGEM W-DURACAO STATTXT
           MOVE SPACES TO MA-MOTIVO
           MOVE ZEROS TO W-INTERV W-PRIDATA W-PRIHORA W-DIAS
           MOVE ZEROS TO MA-DATA MA-HORA.
       LIMPA-DOSE-FIM.
           EXIT.

      *--[ LOCATES W-EPBUSCA'S OPEN EPISODE (EP-ALTADATA ZEROS) ]------
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
           IF EP-ALTADATA = ZEROS
              MOVE "Y" TO W-EPACHOU
              GO TO EPIS-ACHA-FIM.
           GO TO EPIS-ACHA1.
       EPIS-ACHA-FIM.
           EXIT.

      *------[ ADVANCES W-CURDATE/W-CURDATEN BY ONE CALENDAR DAY ]------
       PROX-DIA.
           MOVE TBMES(CD-MES) TO W-DIASMES
           IF CD-MES = 2
              PERFORM ROT-LEAP THRU ROT-LEAP-FIM
              IF W-LEAP = 1
                 MOVE 29 TO W-DIASMES.

           IF CD-DIA < W-DIASMES
              ADD 1 TO CD-DIA
           ELSE
              MOVE 1 TO CD-DIA
              IF CD-MES < 12
                 ADD 1 TO CD-MES
              ELSE
                 MOVE 1 TO CD-MES
                 ADD 1 TO CD-ANO.

           MOVE W-CURDATE TO W-CURDATEN.
       PROX-DIA-FIM.
           EXIT.

      *------[ GREGORIAN LEAP-YEAR CHECK FOR CD-ANO ]--------------------
       ROT-LEAP.
           MOVE ZEROS TO W-LEAP
           DIVIDE CD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE CD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE CD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD4 = ZEROS AND W-MOD100 NOT = ZEROS
              MOVE 1 TO W-LEAP.
           IF W-MOD400 = ZEROS
              MOVE 1 TO W-LEAP.
       ROT-LEAP-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMAR CADPACI CADEPIS CADATEN CADPRESC CADOPER.
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
