      *   LGPD DATA-SUBJECT DOSSIER                     *
      *   GIVEN A CPF, ASSEMBLES EVERYTHING THE SYSTEM  *
      *   HOLDS ON THE PATIENT - REGISTRATION,          *
      *   DIAGNOSES, BOOKINGS (LIVE AND ARCHIVED),      *
      *   PRESCRIPTIONS, CONTACTS, ENROLLMENTS,         *
      *   WAITLIST ENTRIES, AMBULANCE TRIPS AND         *
      *   DELETION-LOG IMAGES - INTO ONE FORMATTED      *
      *   FILE FOR THE DATA SUBJECT                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO9.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT CADPRESH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESH
                    FILE STATUS  IS ST-ERRO11
                    ALTERNATE RECORD KEY IS PH-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD CADPRESH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESH.DAT".
           COPY CPPRESHR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-ALVOCPF     PIC 9(11) VALUE ZEROS.
       01 W-ALVOTXT     PIC X(11) VALUE SPACES.
       01 W-TRIPOK      PIC X(01) VALUE "N".
       01 W-ENROLOK     PIC X(01) VALUE "N".
       01 W-DLOGOK      PIC X(01) VALUE "N".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.

       01 LIN-TITULO.
           IF ST-ERRO9 = "00" MOVE "Y" TO W-TRIPOK.
           OPEN INPUT CADDELOG
           IF ST-ERRO-DL = "00" MOVE "Y" TO W-DLOGOK.
           OPEN INPUT CADATENH
           OPEN INPUT CADPRESH
           IF ST-ERRO10 = "00" AND ST-ERRO11 = "00"
              MOVE "Y" TO W-HISTOK.

           OPEN OUTPUT RELLGPD
           IF ST-ERRO6 NOT = "00"
           PERFORM DOS-PACI THRU DOS-PACI-FIM
           PERFORM DOS-DIAG THRU DOS-DIAG-FIM
           PERFORM DOS-ATEN THRU DOS-ATEN-FIM
           PERFORM DOS-ATENH THRU DOS-ATENH-FIM
           PERFORM DOS-EMERG THRU DOS-EMERG-FIM
           PERFORM DOS-ENROL THRU DOS-ENROL-FIM
           PERFORM DOS-WAIT THRU DOS-WAIT-FIM
           IF W-WAITOK = "Y" CLOSE CADWAIT.
           IF W-TRIPOK = "Y" CLOSE VEHTRIP.
           IF W-DLOGOK = "Y" CLOSE CADDELOG.
           IF W-HISTOK = "Y" CLOSE CADATENH CADPRESH.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
       DOS-PRESC-FIM.
           EXIT.

      *------[ BOOKINGS THE YEARLY SMP145 RUN MOVED TO HISTORY ]--------
       DOS-ATENH.
           MOVE "ARCHIVED BOOKINGS AND PRESCRIPTIONS" TO SNOME
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-HISTOK NOT = "Y"
              GO TO DOS-ATENH9.
           MOVE W-ALVOCPF TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO DOS-ATENH9.
       DOS-ATENH1.
           READ CADATENH NEXT
           IF ST-ERRO10 NOT = "00"
              GO TO DOS-ATENH9.
           IF AH-CPF NOT = W-ALVOCPF
              GO TO DOS-ATENH9.
           MOVE REGATENH TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-SECQTD
           MOVE CHAVEATENH TO W-SAVCHAVE
           PERFORM DOS-PRESCH THRU DOS-PRESCH-FIM
           GO TO DOS-ATENH1.
       DOS-ATENH9.
           PERFORM SEC-PE THRU SEC-PE-FIM.
       DOS-ATENH-FIM.
           EXIT.

       DOS-PRESCH.
           MOVE W-SAVCHAVE TO PH-CHAVEATEN
           MOVE ZEROS TO PH-SEQ
           START CADPRESH KEY IS NOT LESS CHAVEPRESH INVALID KEY
                 GO TO DOS-PRESCH-FIM.
       DOS-PRESCH1.
           READ CADPRESH NEXT
           IF ST-ERRO11 NOT = "00"
              GO TO DOS-PRESCH-FIM.
           IF PH-CHAVEATEN NOT = W-SAVCHAVE
              GO TO DOS-PRESCH-FIM.
           MOVE SPACES TO LINHA-REL
           MOVE REGPRESH TO LINHA-REL(4:96)
           WRITE LINHA-REL
           ADD 1 TO W-SECQTD
           GO TO DOS-PRESCH1.
       DOS-PRESCH-FIM.
           EXIT.

      *------[ EMERGENCY CONTACT ]--------------------------------------
       DOS-EMERG.
           MOVE "EMERGENCY CONTACT (CADEMERG)" TO SNOME
