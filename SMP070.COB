                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVEATEN
                    FILE STATUS  IS ST-ERRO7.

           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-CHAVEATEN
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS SR-NUMSER WITH DUPLICATES.

           SELECT RELREBOOK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
             05 NUMPACI    PIC 9(09).
          03 FILLER        PIC X(145).

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
           COPY CPTELER.

       FD CADSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERIE.DAT".
           COPY CPSERIER.

       FD RELREBOOK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREBOOK.DAT".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TLAVAIL     PIC X(01) VALUE "N".
       01 W-TLSAVE      PIC X(98) VALUE SPACES.
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-SRAVAIL     PIC X(01) VALUE "N".
       01 W-SRSAVE      PIC X(39) VALUE SPACES.
       01 W-CRMUF       PIC X(02) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-INICIO      PIC 9(08) VALUE ZEROS.
       01 W-SUBCRM      PIC 9(06) VALUE ZEROS.
       01 W-SUBNOME     PIC X(30) VALUE SPACES.
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 W-SAVREG      PIC X(72) VALUE SPACES.
       01 W-TOTAL       PIC 9(05) VALUE ZEROS.

       01 LIN-TITULO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    NO TELECONSULTATION FILE YET MEANS EVERY VISIT IS IN PERSON
           MOVE "N" TO W-TLAVAIL
           OPEN I-O CADTELE
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-TLAVAIL.

      *    NOR A SERIES FILE - NO BOOKING BELONGS TO A SERIES
           MOVE "N" TO W-SRAVAIL
           OPEN I-O CADSERIE
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-SRAVAIL.

       R1.
           MOVE SPACES TO W-CRMUF DOCNOME
           MOVE ZEROS TO W-CRM W-INICIO W-FIM
           IF ST-ERRO = "00" OR "02"
              MOVE "REASSIGNED" TO DACAO
              PERFORM CALL-LINE THRU CALL-LINE-FIM
              PERFORM TELE-MUDA THRU TELE-MUDA-FIM
              PERFORM SER-MUDA THRU SER-MUDA-FIM
              MOVE "*** BOOKING REASSIGNED ***" TO MENS
           ELSE
      *       THE SUBSTITUTE ALREADY HAS THAT SLOT - PUT THE OLD
       CALL-LINE-FIM.
           EXIT.

      *------[ A VIDEO/PHONE VISIT'S CADTELE ROW FOLLOWS THE ]---------
      *------[ BOOKING TO THE SUBSTITUTE'S KEY, LINK KEPT    ]---------
       TELE-MUDA.
           IF W-TLAVAIL NOT = "Y"
              GO TO TELE-MUDA-FIM.
           MOVE W-SAVCHAVE TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERRO7 NOT = "00"
              GO TO TELE-MUDA-FIM.
           MOVE REGTELE TO W-TLSAVE
           DELETE CADTELE RECORD
           MOVE W-TLSAVE TO REGTELE
           MOVE CHAVEATEN TO TL-CHAVEATEN
           WRITE REGTELE.
       TELE-MUDA-FIM.
           EXIT.

      *------[ A SERIES SESSION STAYS IN ITS SERIES UNDER THE ]--------
      *------[ SUBSTITUTE'S KEY                               ]--------
       SER-MUDA.
           IF W-SRAVAIL NOT = "Y"
              GO TO SER-MUDA-FIM.
           MOVE W-SAVCHAVE TO SR-CHAVEATEN
           READ CADSERIE KEY IS SR-CHAVEATEN
           IF ST-ERRO8 NOT = "00"
              GO TO SER-MUDA-FIM.
           MOVE REGSERIE TO W-SRSAVE
           DELETE CADSERIE RECORD
           MOVE W-SRSAVE TO REGSERIE
           MOVE CHAVEATEN TO SR-CHAVEATEN
           WRITE REGSERIE.
       SER-MUDA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEN CADMED CADLEAVE CADONCALL CADPACI.
           IF W-TLAVAIL = "Y"
              CLOSE CADTELE.
           IF W-SRAVAIL = "Y"
              CLOSE CADSERIE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
