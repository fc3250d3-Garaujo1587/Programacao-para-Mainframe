      *   NEXT-DAY APPOINTMENT REMINDER CSV EXTRACT     *
      *   TOMORROW'S BOOKINGS WITH PATIENT PHONE AND    *
      *   DOCTOR NAME, ORDERED BY BOOKING TIME, FOR     *
      *   THE PHONE/SMS REMINDER DESK. TELECONSULTS     *
      *   CARRY THEIR VIDEO LINK AS THE LOCATION        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVEATEN
                    FILE STATUS  IS ST-ERRO5.

       SELECT REMINDER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
           COPY CPTELER.

       FD REMINDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMINDER.DAT".
       01 LINHA-REL        PIC X(180).

       SD SORTFILE.
       01 SORT-REC.
          03 S-DDD         PIC 9(02).
          03 S-NUM         PIC 9(09).
          03 S-DOCNOME     PIC X(30).
          03 S-LOCAL       PIC X(60).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TLAVAIL     PIC X(01) VALUE "N".
       01 W-TLFUNC      PIC X(01) VALUE "C".
       01 W-TLSTAT      PIC X(02) VALUE "00".
       01 W-TLHORA      PIC 9(04) VALUE ZEROS.
       01 W-LOCLEN      PIC 9(02) VALUE ZEROS.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 DOCNOME       PIC X(30) VALUE SPACES.
                 CLOSE CADATEN
                 GO TO ROT-FIM2.

      *    NO TELECONSULTATION FILE YET MEANS EVERY VISIT IS IN PERSON
           MOVE "N" TO W-TLAVAIL
           OPEN I-O CADTELE
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-TLAVAIL.

           OPEN OUTPUT REMINDER
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR CREATING THE EXTRACT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED
                 IF W-TLAVAIL = "Y"
                    CLOSE CADTELE
                    GO TO ROT-FIM2
                 ELSE
                    GO TO ROT-FIM2.

           MOVE "*** GENERATING REMINDER LIST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           PERFORM AMANHA-CALC THRU AMANHA-CALC-FIM

           MOVE "TIME,CPF,PATIENT,PHONE,DOCTOR,CRMUF,CRM,LOCATION"
                                                  TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL

       ROT-FIM.
           CLOSE CADATEN CADPACI CADMED REMINDER.
           IF W-TLAVAIL = "Y"
              CLOSE CADTELE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           IF ST-ERRO3 = "00"
              MOVE NOUN TO DOCNOME.

           PERFORM TELE-LOCAL THRU TELE-LOCAL-FIM

           MOVE HORACON          TO S-HORA
           MOVE CRMUF OF REGATEN TO S-CRMUF
           MOVE CRM OF REGATEN   TO S-CRM
       LER-FIM.
           EXIT.

      *------[ WHERE THE PATIENT ATTENDS: THE CLINIC, THE VIDEO ]-------
      *------[ LINK OR A PHONE CALL. A LINK LEFT PENDING WHEN   ]-------
      *------[ THE PLATFORM WAS DOWN AT BOOKING IS ASKED FOR    ]-------
      *------[ AGAIN HERE, THE DAY BEFORE THE VISIT             ]-------
       TELE-LOCAL.
           MOVE "IN PERSON" TO S-LOCAL
           IF W-TLAVAIL NOT = "Y"
              GO TO TELE-LOCAL-FIM.
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERRO5 NOT = "00"
              GO TO TELE-LOCAL-FIM.
           IF TL-MODAL = "T"
              MOVE "BY PHONE" TO S-LOCAL
              GO TO TELE-LOCAL-FIM.
           IF TL-LINKSIT = "E"
              MOVE TL-LINK TO S-LOCAL
              GO TO TELE-LOCAL-FIM.
           MOVE "C" TO W-TLFUNC
           MOVE "99" TO W-TLSTAT
           CALL "VIDWSVC" USING W-TLFUNC CHAVEATEN CPF W-TLSTAT
                                TL-SALA TL-LINK W-TLHORA
              ON OVERFLOW
                 MOVE "99" TO W-TLSTAT.
           IF W-TLSTAT NOT = "00"
              MOVE "VIDEO LINK TO FOLLOW" TO S-LOCAL
              GO TO TELE-LOCAL-FIM.
           MOVE "E" TO TL-LINKSIT
           REWRITE REGTELE
           MOVE TL-LINK TO S-LOCAL.
       TELE-LOCAL-FIM.
           EXIT.

      *------[ SORT OUTPUT - ONE CSV ROW PER BOOKING ]------------------
       GRAVAR-CSV.
           CONTINUE.
           IF W-DOCLEN = ZEROS
              MOVE 1 TO W-DOCLEN.

           MOVE 60 TO W-LOCLEN.
       GRAVAR-LOC.
           IF W-LOCLEN > 1 AND S-LOCAL(W-LOCLEN:1) = SPACE
              SUBTRACT 1 FROM W-LOCLEN
              GO TO GRAVAR-LOC.

           MOVE SPACES TO LINHA-REL
           STRING W-HORATXT               DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  S-CRMUF                 DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  S-CRM                   DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  S-LOCAL(1:W-LOCLEN)     DELIMITED BY SIZE
             INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: CANCELLED BOOKINGS ARE LEFT OFF THE LIST - THE DESK
      *    ONLY CALLS PATIENTS STILL EXPECTED TOMORROW.
      *    NOTE: LOCATION IS "IN PERSON", "BY PHONE" OR THE VIDEO LINK
      *    FROM CADTELE. "VIDEO LINK TO FOLLOW" MEANS THE PLATFORM
      *    STILL DID NOT ANSWER - THE BOOKING DESK SENDS IT LATER.

      *---------------------*** END OF PROGRAM ***--------------------*
