       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP126.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   EARLY-WARNING ALERT LIST PER NURSING SHIFT    *
      *   FOR THE ON-CALL DOCTORS - EVERY CADVITAL      *
      *   OBSERVATION CHARTED IN THE CHOSEN SHIFT THAT  *
      *   RAISED AN ALERT, BY DOCTOR, ROOM AND TIME.    *
      *   PATIENTS DISCHARGED SINCE ARE LEFT OUT        *
      *   D = DAY SHIFT    0700 TO 1859 OF THE DATE     *
      *   N = NIGHT SHIFT  1900 OF THE DATE TO 0659 OF  *
      *                    THE FOLLOWING DAY            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVITAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVITAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT RELALERT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTALRT".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVITAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVITAL.DAT".
           COPY CPVITALR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD RELALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELALERT.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-ONCUF        PIC X(02).
          03 S-ONCRM        PIC 9(06).
          03 S-QUARTO       PIC 9(04).
          03 S-DATA         PIC 9(08).
          03 S-HORA         PIC 9(04).
          03 S-PACNOME      PIC X(30).
          03 S-NEWS         PIC 9(02).
          03 S-PULSO        PIC 9(03).
          03 S-PASIS        PIC 9(03).
          03 S-FREQR        PIC 9(02).
          03 S-SATO2        PIC 9(03).
          03 S-CONSC        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TURNO       PIC X(01) VALUE SPACES.
       01 W-DATATURNO   PIC 9(08) VALUE ZEROS.
       01 W-DATASEG     PIC 9(08) VALUE ZEROS.
       01 W-PACNOME     PIC X(30) VALUE SPACES.
       01 W-QUARTO      PIC 9(04) VALUE ZEROS.
       01 W-ABERTO      PIC X(01) VALUE "N".
       01 W-MEDANT      PIC X(08) VALUE SPACES.
       01 W-MEDATU.
          03 W-MAUF     PIC X(02).
          03 W-MACRM    PIC 9(06).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).

       01 W-CURDATE.
          03 CD-ANO     PIC 9(04).
          03 CD-MES     PIC 9(02).
          03 CD-DIA     PIC 9(02).
       01 W-CURDATEN    PIC 9(08) VALUE ZEROS.

      *----[ MONTH-LENGTH TABLE - LEAP YEAR ADDS A DAY TO FEBRUARY ]---
       01 TABMESX.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 28.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
       01 TABMES REDEFINES TABMESX.
          03 TBMES      PIC 9(02) OCCURS 12 TIMES.

       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-LEAP        PIC 9(01) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER     PIC X(40) VALUE
             "RELALERT - EARLY-WARNING ALERTS BY SHIFT".
          03 FILLER     PIC X(40) VALUE SPACES.

       01 LIN-TURNO.
          03 FILLER     PIC X(07) VALUE "SHIFT: ".
          03 DTURNO     PIC X(22).
          03 FILLER     PIC X(04) VALUE " OF ".
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(37) VALUE SPACES.

       01 LIN-MEDICO.
          03 FILLER     PIC X(16) VALUE "ON-CALL DOCTOR: ".
          03 DMUF       PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMCRM      PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMNOME     PIC X(30).

       01 LIN-CABEC.
          03 FILLER     PIC X(05) VALUE "ROOM".
          03 FILLER     PIC X(11) VALUE "DATE".
          03 FILLER     PIC X(05) VALUE "TIME".
          03 FILLER     PIC X(23) VALUE "PATIENT".
          03 FILLER     PIC X(05) VALUE "NEWS".
          03 FILLER     PIC X(31) VALUE
             "PULSE  SBP  RR SPO2 AVPU".

       01 LIN-DET.
          03 DQUARTO    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DDATAOBS   PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DHORA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DPACNOME   PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DNEWS      PIC Z9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 DPULSO     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPASIS     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DFREQR     PIC Z9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DSATO2     PIC ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 DCONSC     PIC X(01).

       01 LIN-RODAPE.
          03 FILLER     PIC X(28) VALUE "ALERTS LISTED ............. ".
          03 RTOTAL     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAALRT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 04
               VALUE  "   EARLY-WARNING ALERT LIST BY SHIFT".
           05  LINE 05  COLUMN 01
               VALUE  "     SHIFT DATE (YYYYMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "     SHIFT (D=DAY 0700-1859  N=NIGHT".
           05  LINE 06  COLUMN 37
               VALUE  " 1900-0659):".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TDATATURNO
               LINE 05  COLUMN 29  PIC 9(08)
               USING  W-DATATURNO
               HIGHLIGHT.
           05  TTURNO
               LINE 06  COLUMN 50  PIC X(01)
               USING  W-TURNO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-DATATURNO
           MOVE SPACES TO W-TURNO
           DISPLAY TELAALRT.

       PED-001.
           ACCEPT TDATATURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM3.

           MOVE W-DATATURNO TO W-DATA
           IF W-DATATURNO = ZEROS
              MOVE "*** ENTER THE SHIFT DATE (YYYYMMDD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
                             OR W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DATE INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           ACCEPT TTURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PED-001.
           IF W-TURNO NOT = "D" AND W-TURNO NOT = "N"
              MOVE "*** JUST TYPE D=DAY OR N=NIGHT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-002.

      *    THE NIGHT SHIFT RUNS ON INTO THE FOLLOWING CALENDAR DAY
           MOVE W-DATATURNO TO W-CURDATEN
           MOVE W-CURDATEN TO W-CURDATE
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           MOVE W-CURDATEN TO W-DATASEG.

       INC-OP2.
           OPEN OUTPUT RELALERT
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           IF W-TURNO = "D"
              MOVE "DAY   (0700 TO 1859)" TO DTURNO
           ELSE
              MOVE "NIGHT (1900 TO 0659)" TO DTURNO.
           MOVE W-DATATURNO TO DDATA
           MOVE LIN-TURNO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL
           MOVE SPACES TO W-MEDANT
           OPEN INPUT CADMED.

           SORT SORTFILE ON ASCENDING KEY S-ONCUF S-ONCRM S-QUARTO
                                          S-DATA S-HORA
                INPUT PROCEDURE IS LER-CADVITAL THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.
           CLOSE CADMED.

           MOVE SPACES   TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL

           MOVE "*** REPORT RELALERT.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE RELALERT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - EVERY ALERTED OBSERVATION ]-------
      *------[ CHARTED IN THE SHIFT WHOSE EPISODE IS STILL OPEN ]-------
       LER-CADVITAL.
           OPEN INPUT CADVITAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADVITAL FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
              ELSE
                 MOVE "ERROR IN OPENING CADVITAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADPACI
           OPEN INPUT CADEPIS
           IF ST-ERRO4 NOT = "00" OR ST-ERRO5 NOT = "00"
              MOVE "*** A RELATED FILE IS NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-FIM2.

           MOVE ZEROS TO VT-CPF VT-DATA VT-HORA
           START CADVITAL KEY IS NOT LESS CHAVEVITAL INVALID KEY
                 GO TO LER-FIM2.
       LER-RD2.
           READ CADVITAL NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM2
              ELSE
                 MOVE "ERROR READING CADVITAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM2
           ELSE
              NEXT SENTENCE.

           IF VT-ALERTA NOT = "Y"
              GO TO LER-RD2.
           IF W-TURNO = "D"
              IF VT-DATA NOT = W-DATATURNO OR VT-HORA < 0700
                                           OR VT-HORA > 1859
                 GO TO LER-RD2
              ELSE
                 NEXT SENTENCE
           ELSE
              IF (VT-DATA = W-DATATURNO AND VT-HORA NOT < 1900) OR
                 (VT-DATA = W-DATASEG AND VT-HORA < 0700)
                 NEXT SENTENCE
              ELSE
                 GO TO LER-RD2.

           MOVE "N" TO W-ABERTO
           MOVE ZEROS TO W-QUARTO
           MOVE VT-CPF TO EP-CPF
           MOVE VT-EPADMDATA TO EP-ADMDATA
           MOVE ZEROS TO EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO LER-RD2.
           READ CADEPIS NEXT
           IF ST-ERRO5 = "00" AND EP-CPF = VT-CPF
                              AND EP-ADMDATA = VT-EPADMDATA
                              AND EP-ALTADATA = ZEROS
              MOVE "Y" TO W-ABERTO
              MOVE EP-QUARTO TO W-QUARTO.
           IF W-ABERTO NOT = "Y"
              GO TO LER-RD2.

           MOVE "*** PATIENT NOT FOUND ***" TO W-PACNOME
           MOVE VT-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO4 = "00"
              MOVE NOUNPACI TO W-PACNOME.

           MOVE VT-ONCUF    TO S-ONCUF
           MOVE VT-ONCRM    TO S-ONCRM
           MOVE W-QUARTO    TO S-QUARTO
           MOVE VT-DATA     TO S-DATA
           MOVE VT-HORA     TO S-HORA
           MOVE W-PACNOME   TO S-PACNOME
           MOVE VT-NEWS     TO S-NEWS
           MOVE VT-PULSO    TO S-PULSO
           MOVE VT-PASIS    TO S-PASIS
           MOVE VT-FREQR    TO S-FREQR
           MOVE VT-SATO2    TO S-SATO2
           MOVE VT-CONSC    TO S-CONSC
           RELEASE SORT-REC
           GO TO LER-RD2.
       LER-FIM2.
           CLOSE CADPACI CADEPIS.
       LER-FIM.
           CLOSE CADVITAL.

      *------[ SORT OUTPUT PROCEDURE - ONE BLOCK PER DOCTOR ]-----------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.

           MOVE S-ONCUF TO W-MAUF
           MOVE S-ONCRM TO W-MACRM
           IF W-MEDATU NOT = W-MEDANT
              PERFORM GRAVAR-MED THRU GRAVAR-MED-FIM.

           MOVE S-QUARTO    TO DQUARTO
           MOVE S-DATA      TO DDATAOBS
           MOVE S-HORA      TO DHORA
           MOVE S-PACNOME   TO DPACNOME
           MOVE S-NEWS      TO DNEWS
           MOVE S-PULSO     TO DPULSO
           MOVE S-PASIS     TO DPASIS
           MOVE S-FREQR     TO DFREQR
           MOVE S-SATO2     TO DSATO2
           MOVE S-CONSC     TO DCONSC
           MOVE LIN-DET     TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           EXIT.

       GRAVAR-MED.
           MOVE W-MEDATU TO W-MEDANT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE S-ONCUF TO DMUF
           MOVE S-ONCRM TO DMCRM
           MOVE "*** DOCTOR NOT FOUND ***" TO DMNOME
           MOVE S-ONCUF TO CRMUF
           MOVE S-ONCRM TO CRM
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO2 = "00"
              MOVE NOUN TO DMNOME.
           MOVE LIN-MEDICO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABEC TO LINHA-REL
           WRITE LINHA-REL.
       GRAVAR-MED-FIM.
           EXIT.

      *------[ ADVANCES W-CURDATE/W-CURDATEN BY ONE CALENDAR DAY ]------
       PROX-DIA.
           MOVE TBMES(CD-MES) TO W-DIASMES
           IF CD-MES = 2
              PERFORM ROT-LEAP THRU ROT-LEAP-FIM
              IF W-LEAP = 1
                 MOVE 29 TO W-DIASMES.

           IF CD-DIA < W-DIASMES
              ADD 1 TO CD-DIA
           ELSE
              MOVE 1 TO CD-DIA
              IF CD-MES < 12
                 ADD 1 TO CD-MES
              ELSE
                 MOVE 1 TO CD-MES
                 ADD 1 TO CD-ANO.

           MOVE W-CURDATE TO W-CURDATEN.
       PROX-DIA-FIM.
           EXIT.

      *------[ GREGORIAN LEAP-YEAR CHECK FOR CD-ANO ]-------------------
       ROT-LEAP.
           MOVE ZEROS TO W-LEAP
           DIVIDE CD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE CD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE CD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD4 = ZEROS AND W-MOD100 NOT = ZEROS
              MOVE 1 TO W-LEAP.
           IF W-MOD400 = ZEROS
              MOVE 1 TO W-LEAP.
       ROT-LEAP-FIM.
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
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO

      *---------------------*** END OF PROGRAM ***--------------------*
