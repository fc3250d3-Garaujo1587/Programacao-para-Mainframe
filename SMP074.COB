                    RECORD KEY   IS OB-CPF
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECRED
                    FILE STATUS  IS ST-ERRO7.

       SELECT RELPORTAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
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

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
           COPY CPOBITR.

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
           COPY CPCREDR.

       FD RELPORTAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPORTAL.DAT".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO-PQ    PIC X(02) VALUE "00".
       01 W-ACEITOS     PIC 9(05) VALUE ZEROS.
       01 W-REJEITOS    PIC 9(05) VALUE ZEROS.
       01 W-OBAVAIL     PIC X(01) VALUE "N".
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-LVACHOU     PIC X(01) VALUE "N".
       01 W-CDAVAIL     PIC X(01) VALUE "N".
       01 W-CDACHOU     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

       01 W-F1          PIC X(11) VALUE SPACES.
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-OBAVAIL.

      *    NO CREDENTIALING FILE YET MEANS NO AGREEMENT RESTRICTION
           MOVE "N" TO W-CDAVAIL
           OPEN INPUT CADCRED
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-CDAVAIL.

           OPEN OUTPUT RELPORTAL
           IF ST-ERRO6 NOT = "00"
              MOVE "ERROR CREATING THE RESULT REPORT" TO MENS
           CLOSE PORTALRQ CADATEN CADPACI CADMED CADLEAVE RELPORTAL.
           IF W-OBAVAIL = "Y"
              CLOSE CADOBITO.
           IF W-CDAVAIL = "Y"
              CLOSE CADCRED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
              MOVE "DOCTOR ON LEAVE THAT DATE" TO W-MOTIVO
              GO TO TRATA-REJ.

           PERFORM CRED-CHK THRU CRED-CHK-FIM
           IF W-CDACHOU = "N"
              MOVE "NOT CREDENTIALED FOR AGREEMENT" TO W-MOTIVO
              GO TO TRATA-REJ.

           MOVE W-RQUF   TO CRMUF OF REGATEN
           MOVE W-RQCRM  TO CRM OF REGATEN
           MOVE W-RQDATA TO DATACON
       LEAVE-CHK-FIM.
           EXIT.

      *------[ IS THE DOCTOR CREDENTIALED FOR THE PATIENT'S     ]-------
      *------[ AGREEMENT ON THE REQUESTED DATE (CADCRED)?       ]-------
      *------[ SELF-PAY PATIENTS NEED NO CREDENTIALING ROW      ]-------
       CRED-CHK.
           MOVE "Y" TO W-CDACHOU
           IF W-CDAVAIL NOT = "Y" OR CONVPACI = 0
              GO TO CRED-CHK-FIM.
           MOVE "N" TO W-CDACHOU
           MOVE W-RQUF TO CD-CRMUF
           MOVE W-RQCRM TO CD-CRM
           MOVE CONVPACI TO CD-CONV
           MOVE ZEROS TO CD-INICIO
           START CADCRED KEY IS NOT LESS CHAVECRED INVALID KEY
                 GO TO CRED-CHK-FIM.
       CRED-CHK1.
           READ CADCRED NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO CRED-CHK-FIM.
           IF CD-CRMUF NOT = W-RQUF OR CD-CRM NOT = W-RQCRM
              OR CD-CONV NOT = CONVPACI
              GO TO CRED-CHK-FIM.
           IF CD-INICIO > W-RQDATA
              GO TO CRED-CHK-FIM.
           IF CD-FIM = 0 OR CD-FIM NOT < W-RQDATA
              MOVE "Y" TO W-CDACHOU
              GO TO CRED-CHK-FIM.
           GO TO CRED-CHK1.
       CRED-CHK-FIM.
           EXIT.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
      *    NOTE: THE PORTAL CSV CARRIES CPF,CRMUF,CRM,DATE,TIME PER
      *    ROW (DATE YYYYMMDD, TIME HHMM). EACH ROW IS ANSWERED ON
      *    RELPORTAL WITH ACCEPTED OR REJECTED PLUS THE REASON.
      *    AN AGREEMENT PATIENT IS ONLY BOOKED WITH A DOCTOR WHOSE
      *    CADCRED PERIOD FOR THAT AGREEMENT COVERS THE DATE.

      *---------------------*** END OF PROGRAM ***--------------------*
