      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *      DOCTOR PAYMENT BY VOLUME REPORT             *
      *      WITH A BREAKDOWN BY UNIT BEFORE THE         *
      *      CONSOLIDATED TOTAL                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPRICE
               LABEL RECORD IS STANDARD
       01 W-PERANO      PIC 9(04) VALUE ZEROS.
       01 W-VOLUME      PIC 9(06) VALUE ZEROS.
       01 W-PAYMENT     PIC 9(07)V99 VALUE ZEROS.
       01 W-TAXA        PIC 9(05)V99 VALUE ZEROS.

      *---[ PER-UNIT VOLUME OF THE CURRENT DOCTOR AND RUNNING ]---------
      *---[ PER-UNIT TOTALS - ROW = CADUNID UNIT CODE         ]---------
       01 W-MEDUNIS.
          03 W-MVOL     PIC 9(06) OCCURS 99 TIMES.
       01 W-UNIDADES.
          03 W-UNI OCCURS 99 TIMES.
             05 W-UVOL  PIC 9(06).
             05 W-UPAY  PIC 9(07)V99.
       01 W-IU          PIC 9(03) VALUE ZEROS.
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.

       01 ST-ERROPR     PIC X(02) VALUE "00".
       01 W-PRAVAIL     PIC X(01) VALUE "N".
          03 FILLER     PIC X(16) VALUE "TOTAL PAYMENT ".
          03 RTOTPAY    PIC Z.ZZZ.ZZ9,99.

       01 LIN-CABUNI.
          03 FILLER     PIC X(80) VALUE "BY UNIT".

       01 LIN-UNI.
          03 FILLER     PIC X(07) VALUE "  UNIT ".
          03 DUNI       PIC 9(02).
          03 FILLER     PIC X(31) VALUE SPACES.
          03 DUVOL      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DUPAY      PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.

           WRITE LINHA-REL
           MOVE LIN-CABEC TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTVOL W-TOTPAY W-UNIDADES

           MOVE SPACES TO CHAVEMED
           START CADMED KEY IS NOT LESS CHAVEMED INVALID KEY
              GO TO INC-RD2.

           PERFORM MONTA-PAGAMENTO THRU MONTA-PAGAMENTO-FIM
           PERFORM ACUMULA-UNIDADES THRU ACUMULA-UNIDADES-FIM
           ADD W-VOLUME  TO W-TOTVOL
           ADD W-PAYMENT TO W-TOTPAY
           GO TO INC-RD2.

       INC-FIM.
           MOVE SPACES   TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABUNI TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-UNIDADES THRU IMPRIME-UNIDADES-FIM
           MOVE SPACES   TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTVOL TO RTOTVOL
      *------[ THE REFERENCE PERIOD, SCANNING BY CHAVEATEN'S  ]---------
      *------[ CRMUF+CRM PREFIX                               ]---------
       CONTA-VOLUME.
           MOVE ZEROS TO W-VOLUME W-MEDUNIS
           MOVE CRMUF OF REGMED TO CRMUF OF REGATEN
           MOVE CRM   OF REGMED TO CRM   OF REGATEN
           MOVE ZEROS TO DATACON HORACON
              GO TO CONTA-VOLUME-FIM.
           IF CRM OF REGATEN NOT = CRM OF REGMED
              GO TO CONTA-VOLUME-FIM.
           IF ANOC NOT = W-PERANO OR MESC NOT = W-PERMES
              GO TO CONTA-VOLUME2.
           IF OUTCOME NOT = "A"
              GO TO CONTA-VOLUME2.
           ADD 1 TO W-VOLUME
           MOVE UNIATEN TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           ADD 1 TO W-MVOL (W-UNIREG)
           GO TO CONTA-VOLUME2.
       CONTA-VOLUME-FIM.
           EXIT.
                 MOVE TBRATE(SPECIALITY) TO W-PAYMENT
              ELSE
                 MOVE TBRATE(6) TO W-PAYMENT.
           MOVE W-PAYMENT TO W-TAXA
           COMPUTE W-PAYMENT = W-PAYMENT * W-VOLUME

           MOVE CRM   OF REGMED TO DCRM
       MONTA-PAGAMENTO-FIM.
           EXIT.

      *------[ ADDS THE DOCTOR'S VOLUME, AT THE SAME RATE, TO THE ]-----
      *------[ TOTALS OF THE UNITS THE VISITS TOOK PLACE AT       ]-----
       ACUMULA-UNIDADES.
           MOVE ZEROS TO W-IU.
       ACUMULA-UNIDADES1.
           ADD 1 TO W-IU
           IF W-IU > 99
              GO TO ACUMULA-UNIDADES-FIM.
           IF W-MVOL (W-IU) = ZEROS
              GO TO ACUMULA-UNIDADES1.
           ADD W-MVOL (W-IU) TO W-UVOL (W-IU)
           COMPUTE W-UPAY (W-IU) = W-UPAY (W-IU)
                                 + W-TAXA * W-MVOL (W-IU)
           GO TO ACUMULA-UNIDADES1.
       ACUMULA-UNIDADES-FIM.
           EXIT.

      *------[ ONE LINE PER UNIT WITH VISITS IN THE PERIOD ]------------
       IMPRIME-UNIDADES.
           MOVE ZEROS TO W-IU.
       IMPRIME-UNIDADES1.
           ADD 1 TO W-IU
           IF W-IU > 99
              GO TO IMPRIME-UNIDADES-FIM.
           IF W-UVOL (W-IU) = ZEROS
              GO TO IMPRIME-UNIDADES1.
           MOVE W-IU TO DUNI
           MOVE W-UVOL (W-IU) TO DUVOL
           MOVE W-UPAY (W-IU) TO DUPAY
           MOVE LIN-UNI TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-UNIDADES1.
       IMPRIME-UNIDADES-FIM.
           EXIT.

      *--[ RATE IN FORCE ON W-PBDATA FOR SPECIALTY W-PBESPEC AND ]-----
      *--[ TIER W-PBTIER: THE CADPRICE ROW WITH THE LATEST        ]-----
      *--[ EFFECTIVE DATE NOT AFTER THE VISIT. A MISS RETRIES THE ]-----
