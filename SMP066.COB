      *     PATIENT CHECK-IN AND LIVE TRIAGE QUEUE      *
      *     STAMPS ARRIVALS AGAINST TODAY'S BOOKINGS    *
      *     AND SHOWS THE DOCTOR A QUEUE ORDERED BY     *
      *     PRIORITY THEN ARRIVAL TIME. A VIDEO VISIT   *
      *     ARRIVES WHEN THE PATIENT JOINS THE CALL     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CK-CHAVEATEN
                    FILE STATUS  IS ST-ERRO4
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD.

           SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVEATEN
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKIN.DAT".
           COPY CPCHKINR.

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
           COPY CPTELER.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TLAVAIL     PIC X(01) VALUE "N".
       01 W-TLJOIN      PIC X(01) VALUE "N".
       01 W-TLFUNC      PIC X(01) VALUE "S".
       01 W-TLSTAT      PIC X(02) VALUE "00".
       01 W-TLHORA      PIC 9(04) VALUE ZEROS.
       01 W-CHKDEF      PIC X(01) VALUE "N".
       01 W-TLHORAED.
          03 W-TLHH     PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-TLMM     PIC 9(02).
       01 W-CRMUF       PIC X(02) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 DOCNOME       PIC X(30) VALUE SPACES.
           ELSE
                 NEXT SENTENCE.

      *    NO TELECONSULTATION FILE YET MEANS EVERY VISIT IS IN PERSON
           MOVE "N" TO W-TLAVAIL
           OPEN I-O CADTELE
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-TLAVAIL.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R1.
              DISPLAY (08, 02) "ALREADY CHECKED IN"
              GO TO CHK-PROX.

           PERFORM TELE-CHK THRU TELE-CHK-FIM.

       CHK-ASK.
           DISPLAY (08, 02) "                  "
           MOVE W-CHKDEF TO W-OPCAO
           DISPLAY (23, 12) "CHECK THIS PATIENT IN (Y/N/E=END) : "
           ACCEPT (23, 49) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE CPF         TO CK-CPF
           MOVE W-HOJE      TO CK-DATA
           MOVE W-HORA(1:4) TO CK-HORA
           IF W-TLJOIN = "Y"
              MOVE W-TLHORA TO CK-HORA.
           MOVE W-PRIOR     TO CK-PRIOR
           MOVE "W"         TO CK-STATUS
           WRITE REGCHKIN
              MOVE "*** ARRIVAL RECORDED ***" TO MENS
           ELSE
              MOVE "ERROR RECORDING THE ARRIVAL" TO MENS.
           IF W-TLJOIN = "Y" AND (ST-ERRO4 = "00" OR "02")
              MOVE W-TLHORA TO TL-ENTRADA
              REWRITE REGTELE.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *    THE CHECK-IN READ MOVED THE CADATEN POSITION - PUT IT BACK
           READ CADATEN KEY IS CHAVEATEN
           GO TO CHK-RD1.

      *------[ A VIDEO VISIT ASKS THE PLATFORM GATEWAY WHETHER ]--------
      *------[ THE PATIENT IS IN THE CALL: JOINED COUNTS AS    ]--------
      *------[ ARRIVED, AT THE TIME THEY JOINED. PHONE AND     ]--------
      *------[ IN-PERSON VISITS CHECK IN AS BEFORE             ]--------
       TELE-CHK.
           MOVE "N" TO W-TLJOIN W-CHKDEF
           DISPLAY (09, 02) LIMPA
           IF W-TLAVAIL NOT = "Y"
              GO TO TELE-CHK-FIM.
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERRO5 NOT = "00"
              GO TO TELE-CHK-FIM.
           IF TL-MODAL NOT = "V"
              DISPLAY (09, 02) "PHONE CONSULTATION"
              GO TO TELE-CHK-FIM.
           MOVE "S" TO W-TLFUNC
           MOVE "99" TO W-TLSTAT
           CALL "VIDWSVC" USING W-TLFUNC CHAVEATEN CPF W-TLSTAT
                                TL-SALA TL-LINK W-TLHORA
              ON OVERFLOW
                 MOVE "99" TO W-TLSTAT.
           IF W-TLSTAT = "99"
              DISPLAY (09, 02) "VIDEO VISIT - PLATFORM NOT ANSWERING"
              GO TO TELE-CHK-FIM.
           IF W-TLSTAT NOT = "00"
              DISPLAY (09, 02) "VIDEO VISIT - NOT YET IN THE CALL"
              GO TO TELE-CHK-FIM.
           MOVE "Y" TO W-TLJOIN W-CHKDEF
           MOVE W-TLHORA(1:2) TO W-TLHH
           MOVE W-TLHORA(3:2) TO W-TLMM
           DISPLAY (09, 02) "VIDEO VISIT - JOINED THE CALL AT "
           DISPLAY (09, 35) W-TLHORAED.
       TELE-CHK-FIM.
           EXIT.

      *****************************************
      * QUEUE DISPLAY AND CALL-NEXT           *
      *****************************************

       ROT-FIM.
           CLOSE CADATEN CADPACI CADMED CADCHKIN.
           IF W-TLAVAIL = "Y"
              CLOSE CADTELE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
      *    NOTE: THE CHECK-IN KEY IS THE BOOKING KEY, SO THE QUEUE
      *    RANGE SCAN (DOCTOR+TODAY) RIDES THE SAME KEY PREFIX THE
      *    BOOKING FILE USES - NO SEPARATE INDEX IS NEEDED.
      *    NOTE: A VIDEO PATIENT WHO HAS JOINED IS OFFERED WITH Y AS
      *    THE DEFAULT AND QUEUED AT THE JOIN TIME, WHICH IS ALSO
      *    STAMPED ON CADTELE (TL-ENTRADA).
      *---------------------*** END OF PROGRAM ***--------------------*
