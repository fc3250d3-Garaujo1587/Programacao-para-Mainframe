       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.

       SELECT CADCONVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CONV
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.

       FD CADCONVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVA.DAT".
           COPY CPCONVA.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
               VALUE  "     ENROLLMENT START (YYYYMMDD):".
           05  LINE 22  COLUMN 01
               VALUE  "     ENROLLMENT END   (YYYYMMDD):".
           05  LINE 21  COLUMN 47
               VALUE  "AUTH EXAMS      (Y/N):".
           05  LINE 22  COLUMN 47
               VALUE  "AUTH ADMISSIONS (Y/N):".
           05  TCOD
               LINE 05  COLUMN 14  PIC 9(04)
               USING  COD
               LINE 22  COLUMN 36  PIC 9(08)
               USING  ENROLL-END
               HIGHLIGHT.
           05  TAUTEXA
               LINE 21  COLUMN 70  PIC X(01)
               USING  CA-EXAME
               HIGHLIGHT.
           05  TAUTINT
               LINE 22  COLUMN 70  PIC X(01)
               USING  CA-INTERN
               HIGHLIGHT.

       01  SMP003TELA.
           05  LINE 13  COLUMN 01
           ELSE
                 NEXT SENTENCE.

       R0C.
           OPEN I-O CADCONVA
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADCONVA
                 CLOSE CADCONVA
                 MOVE "*** CADCONVA ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERROR IN OPENING THE CADCONVA FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.


       R1.
           MOVE SPACES TO NOUN PLANOTXT
           MOVE ZEROS TO COD PLAN ENROLL-START ENROLL-END
           MOVE "N" TO CA-EXAME CA-INTERN
           DISPLAY TELACONV.

       R2.
           READ CADCONV
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM CVA-LER THRU CVA-LER-FIM
                PERFORM R5
                DISPLAY TELACONV
                GO TO ACE-001
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

      *    INSURERS THAT ISSUE A GUIA/SENHA BEFORE THEY PAY - SMP058
      *    AND SMP017 THEN DEMAND A CADAUTOR AUTHORIZATION (SMP101)
       R8.
           ACCEPT TAUTEXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF CA-EXAME NOT = "Y" AND CA-EXAME NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TAUTINT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CA-INTERN NOT = "Y" AND CA-INTERN NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                MOVE W-HOJE TO CREATED-DATE LAST-CHANGED-DATE
                WRITE REGCONV
                IF ST-ERRO = "00" OR "02"
                      PERFORM CVA-GRAVA THRU CVA-GRAVA-FIM
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADCONV RECORD
                IF ST-ERRO = "00"
                   MOVE COD TO CA-CONV
                   DELETE CADCONVA RECORD
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE W-HOJE TO LAST-CHANGED-DATE
                REWRITE REGCONV
                IF ST-ERRO = "00" OR "02"
                   PERFORM CVA-GRAVA THRU CVA-GRAVA-FIM
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ AUTHORIZATION RULES KEPT BESIDE THE AGREEMENT ]--------
       CVA-LER.
           MOVE COD TO CA-CONV
           READ CADCONVA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO CA-EXAME CA-INTERN.
       CVA-LER-FIM.
           EXIT.

       CVA-GRAVA.
           MOVE COD TO CA-CONV
           MOVE W-HOJE TO CA-DATAALT
           WRITE REGCONVA
           IF ST-ERRO4 = "22"
              REWRITE REGCONVA.
       CVA-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONV CADPLANO CADCONVA.
           IF W-CADPACI-OK = "Y"
              CLOSE CADPACI.
           STOP RUN.
