       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP122.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   KEPT VISITS WITHOUT AGREEMENT CREDENTIALING   *
      *   LISTS THE BILLING PERIOD'S ATTENDED AGREEMENT *
      *   VISITS WHOSE DOCTOR HAD NO CADCRED PERIOD     *
      *   FOR THE PATIENT'S CONVENIO ON THE VISIT DATE  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECRED
                    FILE STATUS  IS ST-ERRO5.

       SELECT RELCRED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON.
                07 ANOC    PIC 9(04).
                07 MESC    PIC 9(02).
                07 DIAC    PIC 9(02).
             05 HORACON.
                07 HORAC   PIC 9(02).
                07 MINC    PIC 9(02).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
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
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
           COPY CPCREDR.

       FD RELCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCRED.DAT".
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-FALTAS      PIC 9(06) VALUE ZEROS.
       01 W-CDACHOU     PIC X(01) VALUE "N".
       01 W-DATACON     PIC 9(08) VALUE ZEROS.
       01 W-HORACON     PIC 9(04) VALUE ZEROS.

       01 W-PERIODO.
          03 W-PERANO   PIC 9(04).
          03 W-PERMES   PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELCRED - KEPT VISITS WITHOUT CREDENTIALING".
          03 FILLER   PIC X(30) VALUE SPACES.

       01 LIN-PERIODO.
          03 FILLER     PIC X(10) VALUE "PERIOD : ".
          03 DPERMES    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 DPERANO    PIC 9999.

       01 LIN-CAB.
          03 FILLER     PIC X(10) VALUE "CRM".
          03 FILLER     PIC X(21) VALUE "DOCTOR".
          03 FILLER     PIC X(11) VALUE "DATE".
          03 FILLER     PIC X(06) VALUE "TIME".
          03 FILLER     PIC X(12) VALUE "PATIENT CPF".
          03 FILLER     PIC X(20) VALUE "AGREEMENT".

       01 LIN-DET.
          03 DUF        PIC X(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 DCRM       PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMEDNOME   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DHORA      PIC 99.99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCONV      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCONVNOME  PIC X(15).

       01 LIN-RODAPE.
          03 FILLER     PIC X(28) VALUE
             "AGREEMENT VISITS CHECKED .. ".
          03 RLIDOS     PIC ZZZ.ZZ9.

       01 LIN-RODAPE2.
          03 FILLER     PIC X(28) VALUE
             "NOT CREDENTIALED .......... ".
          03 RFALTAS    PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACRED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "    KEPT VISITS WITHOUT AGREEMENT CREDENTIALING".
           05  LINE 05  COLUMN 01
               VALUE  "     REFERENCE MONTH (MM):".
           05  LINE 08  COLUMN 01
               VALUE  "     REFERENCE YEAR (YYYY):".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TMES
               LINE 05  COLUMN 29  PIC 9(02)
               USING  W-PERMES
               HIGHLIGHT.
           05  TANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PERANO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-PERMES W-PERANO
           DISPLAY TELACRED.

       PED-001.
           ACCEPT TMES
           IF W-PERMES < 1 OR W-PERMES > 12
              MOVE "*** ENTER A VALID MONTH (01-12) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           ACCEPT TANO
           IF W-PERANO = ZEROS
              MOVE "*** ENTER THE REFERENCE YEAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-002.

           MOVE W-PERMES TO DPERMES
           MOVE W-PERANO TO DPERANO.

       INC-OP1.
           OPEN INPUT CADCRED
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 MOVE "*** CADCRED FILE NOT FOUND - SEE SMP121 ***"
                                                  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

       INC-OP2.
           OPEN INPUT CADATEN
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00" OR ST-ERRO2 NOT = "00"
                             OR ST-ERRO3 NOT = "00"
                             OR ST-ERRO4 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCRED CADATEN CADPACI CADMED CADCONV
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELCRED
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** CHECKING CREDENTIALING ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-LIDOS W-FALTAS
           PERFORM LER-CADATEN THRU LER-FIM

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-LIDOS TO RLIDOS
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-FALTAS TO RFALTAS
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL.

       INC-FIM.
           MOVE "*** REPORT RELCRED.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADCRED CADATEN CADPACI CADMED CADCONV RELCRED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SWEEPS THE PERIOD'S ATTENDED BOOKINGS; EVERY ]-----------
      *------[ AGREEMENT VISIT IS CHECKED AGAINST CADCRED   ]-----------
       LER-CADATEN.
           MOVE SPACES TO CHAVEATEN
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO LER-FIM.
       LER-RD2.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM
              ELSE
                 MOVE "ERROR READING CADATEN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
           ELSE
              NEXT SENTENCE.

           IF OUTCOME NOT = "A"
              GO TO LER-RD2.
           IF ANOC NOT = W-PERANO OR MESC NOT = W-PERMES
              GO TO LER-RD2.

           MOVE CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              GO TO LER-RD2.
           IF CONVPACI = 0
              GO TO LER-RD2.

           ADD 1 TO W-LIDOS
           PERFORM CRED-CHK THRU CRED-CHK-FIM
           IF W-CDACHOU = "Y"
              GO TO LER-RD2.

           ADD 1 TO W-FALTAS
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           GO TO LER-RD2.
       LER-FIM.
           EXIT.

      *------[ IS THERE A CADCRED PERIOD FOR THIS DOCTOR AND THE ]------
      *------[ PATIENT'S AGREEMENT COVERING THE VISIT DATE?      ]------
       CRED-CHK.
           MOVE "N" TO W-CDACHOU
           MOVE DATACON TO W-DATACON
           MOVE CRMUF OF REGATEN TO CD-CRMUF
           MOVE CRM OF REGATEN TO CD-CRM
           MOVE CONVPACI TO CD-CONV
           MOVE ZEROS TO CD-INICIO
           START CADCRED KEY IS NOT LESS CHAVECRED INVALID KEY
                 GO TO CRED-CHK-FIM.
       CRED-CHK1.
           READ CADCRED NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO CRED-CHK-FIM.
           IF CD-CRMUF NOT = CRMUF OF REGATEN OR
              CD-CRM NOT = CRM OF REGATEN OR CD-CONV NOT = CONVPACI
              GO TO CRED-CHK-FIM.
           IF CD-INICIO > W-DATACON
              GO TO CRED-CHK-FIM.
           IF CD-FIM = 0 OR CD-FIM NOT < W-DATACON
              MOVE "Y" TO W-CDACHOU
              GO TO CRED-CHK-FIM.
           GO TO CRED-CHK1.
       CRED-CHK-FIM.
           EXIT.

      *------[ ONE REPORT LINE FOR AN UNCREDENTIALED VISIT ]------------
       MONTA-DET.
           MOVE CRMUF OF REGATEN TO DUF CRMUF OF REGMED
           MOVE CRM OF REGATEN TO DCRM CRM OF REGMED
           MOVE "*** NOT ON FILE ***" TO DMEDNOME
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO DMEDNOME.
           MOVE CONVPACI TO DCONV CODCONV
           MOVE "*** NOT ON FILE ***" TO DCONVNOME
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO4 = "00"
              MOVE NOUNCONV TO DCONVNOME.
           MOVE DATACON TO W-DATACON
           MOVE W-DATACON TO DDATA
           MOVE HORACON TO W-HORACON
           MOVE W-HORACON TO DHORA
           MOVE CPF TO DCPF
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       MONTA-DET-FIM.
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
      *    NOTE: ONLY BOOKINGS MARKED OUTCOME=A (ATTENDED) FOR THE
      *    REQUESTED MONTH ARE CHECKED - THE SAME VISITS SMP052
      *    INVOICES. SELF-PAY PATIENTS (CONVENIO 0000) ARE SKIPPED.
      *    RUN IT BEFORE SMP052 SO THE AGREEMENT DOES NOT DENY
      *    LINES FOR VISITS ITS NETWORK DID NOT COVER.

      *---------------------*** END OF PROGRAM ***--------------------*
