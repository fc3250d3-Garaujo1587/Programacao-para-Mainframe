       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP114.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MEDICAL CERTIFICATES BY DOCTOR - MONTHLY    *
      *     CERTIFICATES ISSUED IN THE MONTH (SMP113),  *
      *     SICK-LEAVE VS ATTENDANCE, TOTAL DAYS OFF    *
      *     GRANTED AND CANCELLATIONS, PER DOCTOR       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT RELATMES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
           COPY CPATESTR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD RELATMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELATMES.DAT".
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
       01 W-MEDOK       PIC X(01) VALUE "N".
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-CRMUFANT    PIC X(02) VALUE SPACES.
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 W-QTDGRP      PIC 9(05) VALUE ZEROS.
       01 W-SICKGRP     PIC 9(05) VALUE ZEROS.
       01 W-ATTGRP      PIC 9(05) VALUE ZEROS.
       01 W-DIASGRP     PIC 9(06) VALUE ZEROS.
       01 W-CANCGRP     PIC 9(04) VALUE ZEROS.
       01 W-QTDMED      PIC 9(04) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(06) VALUE ZEROS.
       01 W-DIASTOT     PIC 9(07) VALUE ZEROS.
       01 W-CANCTOT     PIC 9(05) VALUE ZEROS.

       01 W-PERIODO.
          03 W-PERANO   PIC 9(04).
          03 W-PERMES   PIC 9(02).

       01 W-DATAX.
          03 W-DATAX-ANO PIC 9(04).
          03 W-DATAX-MES PIC 9(02).
          03 W-DATAX-DIA PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELATMES - MEDICAL CERTIFICATES BY DOCTOR - ".
          03 DPERMES  PIC 99.
          03 FILLER   PIC X(01) VALUE "/".
          03 DPERANO  PIC 9999.
          03 FILLER   PIC X(29) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "CRM    UF NAME                          ".
          03 FILLER   PIC X(40) VALUE
             " CERTS    SICK  ATTEND     DAYS  CANC   ".

       01 LIN-DET.
          03 DCRM       PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DUF        PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(28).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DQTD       PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DSICK      PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DATT       PIC ZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DDIAS      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DCANC      PIC Z.ZZ9.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "DOCTORS ISSUING ............ ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "CERTIFICATES ISSUED ........ ".
          03 R2TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "TOTAL DAYS OFF GRANTED ..... ".
          03 R3TOT      PIC Z.ZZZ.ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "CANCELLED (NOT COUNTED) .... ".
          03 R4TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAATM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "   MEDICAL CERTIFICATES BY DOCTOR - MONTHLY".
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
           DISPLAY TELAATM.

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
           OPEN INPUT CADATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** NO CERTIFICATE ISSUED YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

       INC-OP2.
           MOVE "N" TO W-MEDOK
           OPEN INPUT CADMED
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-MEDOK.

           OPEN OUTPUT RELATMES
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** GENERATING REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE "Y" TO W-PRIMEIRO
           MOVE ZEROS TO W-QTDMED W-QTDTOT W-DIASTOT W-CANCTOT
           MOVE LOW-VALUES TO AT-CHAVEATEN
           START CADATEST KEY IS NOT LESS AT-CHAVEATEN INVALID KEY
                 GO TO INC-FIM.

      *------[ CADATEST BY ITS AT-CHAVEATEN ALTERNATE KEY, SO EACH ]----
      *------[ DOCTOR'S CERTIFICATES COME TOGETHER                 ]----
       LER-ATE.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           MOVE AT-DATAEMI TO W-DATAX
           IF W-DATAX-ANO NOT = W-PERANO OR W-DATAX-MES NOT = W-PERMES
              GO TO LER-ATE.
           IF W-PRIMEIRO = "Y" OR AT-CRMUF NOT = W-CRMUFANT
                               OR AT-CRM NOT = W-CRMANT
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.

           IF AT-SIT = "C"
              ADD 1 TO W-CANCGRP
              GO TO LER-ATE.
           ADD 1 TO W-QTDGRP
           ADD AT-DIAS TO W-DIASGRP
           IF AT-TIPO = "S"
              ADD 1 TO W-SICKGRP
           ELSE
              ADD 1 TO W-ATTGRP.
           GO TO LER-ATE.

      *------[ CONTROL BREAK ON DOCTOR ]--------------------------------
       ROT-QUEBRA.
           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-DOC THRU ESCREVE-DOC-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE AT-CRMUF TO W-CRMUFANT
           MOVE AT-CRM   TO W-CRMANT
           MOVE ZEROS TO W-QTDGRP W-SICKGRP W-ATTGRP W-DIASGRP
           MOVE ZEROS TO W-CANCGRP.
       ROT-QUEBRA-FIM.
           EXIT.

      *------[ ONE LINE PER DOCTOR, ADDED INTO THE REPORT TOTALS ]------
       ESCREVE-DOC.
           MOVE "*** DOCTOR NOT FOUND ***" TO DOCNOME
           IF W-MEDOK = "Y"
              MOVE W-CRMUFANT TO CRMUF
              MOVE W-CRMANT   TO CRM
              READ CADMED KEY IS CHAVEMED
              IF ST-ERRO2 = "00"
                 MOVE NOUN TO DOCNOME.
           MOVE W-CRMANT   TO DCRM
           MOVE W-CRMUFANT TO DUF
           MOVE DOCNOME    TO DNOME
           MOVE W-QTDGRP   TO DQTD
           MOVE W-SICKGRP  TO DSICK
           MOVE W-ATTGRP   TO DATT
           MOVE W-DIASGRP  TO DDIAS
           MOVE W-CANCGRP  TO DCANC
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDMED
           ADD W-QTDGRP  TO W-QTDTOT
           ADD W-DIASGRP TO W-DIASTOT
           ADD W-CANCGRP TO W-CANCTOT.
       ESCREVE-DOC-FIM.
           EXIT.

       INC-FIM.
           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-DOC THRU ESCREVE-DOC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDMED TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDTOT TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-DIASTOT TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CANCTOT TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELATMES.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELATMES.

       ROT-FIM.
           CLOSE CADATEST.
           IF W-MEDOK = "Y"
              CLOSE CADMED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

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
      *    NOTE: THE MONTH IS THE MONTH THE CERTIFICATE WAS ISSUED
      *    (AT-DATAEMI). A CANCELLED CERTIFICATE IS SHOWN IN THE CANC
      *    COLUMN ONLY - ITS DAYS ARE NOT COUNTED AS GRANTED.

      *---------------------*** END OF PROGRAM ***--------------------*
