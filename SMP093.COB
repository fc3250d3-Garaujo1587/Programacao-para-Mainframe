       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP093.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DAILY THEATRE LIST FOR THE NURSING STATION  *
      *     EVERY LIVE CADCIRUR BOOKING FOR THE NEXT    *
      *     CALENDAR DAY, IN THEATRE AND START-TIME     *
      *     ORDER, WITH THE PATIENT'S CURRENT ROOM SO   *
      *     THE WARD KNOWS WHO TO PREPARE               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCIRUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECIRUR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CR-EPCPF WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO3.

       SELECT RELCIRUR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCIRUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRUR.DAT".
           COPY CPCIRUR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD RELCIRUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCIRUR.DAT".
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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-SALAANT     PIC 9(02) VALUE ZEROS.
       01 W-QUARTO      PIC 9(04) VALUE ZEROS.

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

       01 LIN-TITULO.
          03 FILLER   PIC X(42) VALUE
             "RELCIRUR - THEATRE LIST FOR ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(28) VALUE SPACES.

       01 LIN-SALA.
          03 FILLER   PIC X(10) VALUE "THEATRE : ".
          03 SSALA    PIC 9(02).
          03 FILLER   PIC X(68) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "START-END  ROOM PATIENT              PRO".
          03 FILLER   PIC X(40) VALUE
             "CEDURE               SURGEON ASSIST".

       01 LIN-DET.
          03 DHORAINI   PIC 9(04).
          03 FILLER     PIC X(01) VALUE "-".
          03 DHORAFIM   PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DQUARTO    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPROCED    PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCRM       PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DAUXCRM    PIC 9(06).

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "BOOKINGS LISTED .... ".
          03 RTOTAL     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADCIRUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADCIRUR FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING CADPACI FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCIRUR
                 GO TO ROT-FIM2.

           OPEN INPUT CADEPIS
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR OPENING CADEPIS FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCIRUR CADPACI
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELCIRUR
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCIRUR CADPACI CADEPIS
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING THEATRE LIST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS OVERNIGHT - THE LIST IS FOR THE DAY AHEAD
           ACCEPT W-CURDATEN FROM DATE YYYYMMDD
           MOVE W-CURDATEN TO W-CURDATE
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           MOVE W-CURDATEN TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTAL W-SALAANT
           PERFORM VARRE THRU VARRE-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELCIRUR.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADCIRUR CADPACI CADEPIS RELCIRUR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ THE PRIMARY KEY LEADS WITH THE DATE, SO ONE START ]------
      *------[ LANDS ON THE DAY'S FIRST THEATRE AND THE SWEEP    ]------
      *------[ STOPS AT THE FIRST BOOKING OF THE FOLLOWING DAY   ]------
       VARRE.
           MOVE W-CURDATEN TO CR-DATA
           MOVE ZEROS TO CR-SALA CR-HORAINI
           START CADCIRUR KEY IS NOT LESS CHAVECIRUR INVALID KEY
                 GO TO VARRE-FIM.
       VARRE-RD1.
           READ CADCIRUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF CR-DATA NOT = W-CURDATEN
              GO TO VARRE-FIM.
           IF CR-STATUS = "X"
              GO TO VARRE-RD1.

           IF CR-SALA NOT = W-SALAANT
              MOVE CR-SALA TO W-SALAANT SSALA
              MOVE SPACES TO LINHA-REL
              WRITE LINHA-REL
              MOVE LIN-SALA TO LINHA-REL
              WRITE LINHA-REL
              MOVE LIN-CAB TO LINHA-REL
              WRITE LINHA-REL.

           MOVE "** PATIENT NOT FOUND **" TO NOUNPACI
           MOVE CR-EPCPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "** PATIENT NOT FOUND **" TO NOUNPACI.

           PERFORM EPIS-QUARTO THRU EPIS-QUARTO-FIM

           MOVE CR-HORAINI TO DHORAINI
           MOVE CR-HORAFIM TO DHORAFIM
           MOVE W-QUARTO   TO DQUARTO
           MOVE NOUNPACI   TO DNOME
           MOVE CR-PROCED  TO DPROCED
           MOVE CR-CRM     TO DCRM
           MOVE CR-AUXCRM  TO DAUXCRM
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

      *------[ ROOM OF THE BOOKING'S EPISODE (CPF + ADMISSION DATE) ]---
       EPIS-QUARTO.
           MOVE ZEROS TO W-QUARTO
           MOVE CR-EPCPF TO EP-CPF
           MOVE CR-EPADMDATA TO EP-ADMDATA
           MOVE ZEROS TO EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-QUARTO-FIM.
           READ CADEPIS NEXT
           IF ST-ERRO3 = "00" AND EP-CPF = CR-EPCPF
                              AND EP-ADMDATA = CR-EPADMDATA
              MOVE EP-QUARTO TO W-QUARTO.
       EPIS-QUARTO-FIM.
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
