                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT RELNOSHOW ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD RELNOSHOW
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNOSHOW.DAT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-CRMUFANT    PIC X(02) VALUE SPACES.
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.
       01 W-MESANT      PIC 9(06) VALUE ZEROS.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-HIST
              ELSE
                 MOVE "ERROR READING CADATEN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE OUTCOME TO S-OUTCOME
           RELEASE SORT-REC
           GO TO LER-RD2.

      *------[ THEN THE BOOKINGS SMP145 MOVED TO CADATENH, WHEN ]-------
      *------[ THE SITE HAS RUN THE YEARLY ARCHIVE              ]-------
       LER-HIST.
           OPEN INPUT CADATENH
           IF ST-ERRO4 NOT = "00"
              GO TO LER-FIM.
           MOVE SPACES TO CHAVEATENH
           START CADATENH KEY IS NOT LESS CHAVEATENH INVALID KEY
                 GO TO LER-HIST9.
       LER-HIST1.
           READ CADATENH NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO LER-HIST9.

           IF AH-OUTCOME NOT = "A" AND AH-OUTCOME NOT = "N"
              GO TO LER-HIST1.

           MOVE AH-CRMUF   TO S-CRMUF
           MOVE AH-CRM     TO S-CRM
           MOVE AH-ANOC    TO S-ANOC
           MOVE AH-MESC    TO S-MESC
           MOVE AH-OUTCOME TO S-OUTCOME
           RELEASE SORT-REC
           GO TO LER-HIST1.
       LER-HIST9.
           CLOSE CADATENH.
       LER-FIM.
           CLOSE CADATEN.

      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: BOOKINGS MARKED A (ATTENDED) OR N (NO-SHOW) ARE
      *    SELECTED FROM CADATEN AND FROM ITS CADATENH HISTORY, SO
      *    EACH GROUP SUBTOTAL CARRIES THE KEPT-VS-MISSED COUNT AND
      *    THE NO-SHOW RATE FOR THE DOCTOR/MONTH.

      *---------------------*** END OF PROGRAM ***--------------------*
