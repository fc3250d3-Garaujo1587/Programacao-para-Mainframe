                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

       SELECT RELPRESCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD RELPRESCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPRESCSV.DAT".
       01 LINHA-REL        PIC X(200).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.

       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-DROGALEN    PIC 9(02) VALUE ZEROS.
       01 W-PACNOMELEN  PIC 9(02) VALUE ZEROS.
       01 W-DOCNOMELEN  PIC 9(02) VALUE ZEROS.
       01 W-CONCLEN     PIC 9(02) VALUE ZEROS.
       01 W-FORMALEN    PIC 9(02) VALUE ZEROS.

       01 PACNOME       PIC X(30) VALUE SPACES.
       01 DOCNOME       PIC X(30) VALUE SPACES.
                 CLOSE CADPRESC CADATEN CADPACI CADMED
                 GO TO ROT-FIM2.

      *    BEFORE THE FORMULARY EXISTS THE DRUG COLUMNS GO OUT EMPTY
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-DRAVAIL.

           MOVE "*** GENERATING CSV EXTRACT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE "CPF,PATIENT,CRM,DOCTOR,DATE,DRUG,DOSAGE,DURATION,
      -    "REFILLS-ALLOWED,REFILLS-USED,DRUG-CODE,STRENGTH,FORM,CONTROL
      -    "LED" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL


       ROT-FIM.
           CLOSE CADPRESC CADATEN CADPACI CADMED RELPRESCSV.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           IF W-DROGALEN = ZEROS
              MOVE 1 TO W-DROGALEN.

      *    THE DRUG COLUMNS COME FROM THE FORMULARY ENTRY WHOSE LABEL
      *    THE PRESCRIPTION CARRIES - LEFT EMPTY FOR A FREE-TEXT NAME
           MOVE ZEROS TO DR-COD
           MOVE SPACES TO DR-CONCENT DR-FORMA DR-CLASSE
           IF W-DRAVAIL = "Y"
              MOVE DROGA TO DR-NOME
              READ CADDROGA KEY IS DR-NOME
              IF ST-ERRO6 NOT = "00"
                 MOVE ZEROS TO DR-COD
                 MOVE SPACES TO DR-CONCENT DR-FORMA DR-CLASSE.

           MOVE DR-CONCENT TO W-TRIMFLD
           PERFORM CALC-TRIMLEN THRU CALC-TRIMLEN-FIM
           MOVE W-TRIMLEN TO W-CONCLEN
           IF W-CONCLEN = ZEROS
              MOVE 1 TO W-CONCLEN.

           MOVE DR-FORMA TO W-TRIMFLD
           PERFORM CALC-TRIMLEN THRU CALC-TRIMLEN-FIM
           MOVE W-TRIMLEN TO W-FORMALEN
           IF W-FORMALEN = ZEROS
              MOVE 1 TO W-FORMALEN.

           MOVE SPACES TO LINHA-REL
           STRING CPF                        DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  REFILLS-ALLOWED            DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  REFILLS-USED               DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  DR-COD                     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  DR-CONCENT(1:W-CONCLEN)     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  DR-FORMA(1:W-FORMALEN)      DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  DR-CLASSE                  DELIMITED BY SIZE
             INTO LINHA-REL
           WRITE LINHA-REL.
       MONTA-PRESCRICAO-FIM.
