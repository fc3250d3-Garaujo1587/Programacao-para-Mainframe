       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP095.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MISSED AND LATE DOSE REPORT PER NURSING SHIFT *
      *   FOR THE NURSING SUPERVISOR - EVERY CADMAR     *
      *   DOSE DUE IN THE CHOSEN SHIFT THAT WAS NEVER   *
      *   CHARTED, OR WAS GIVEN MORE THAN AN HOUR       *
      *   AFTER ITS DUE TIME, BY ROOM AND DUE TIME      *
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
       SELECT CADMAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAR
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

       SELECT RELMAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTMAR".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAR.DAT".
           COPY CPMARR.

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

       FD RELMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMAR.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-QUARTO       PIC 9(04).
          03 S-DATA         PIC 9(08).
          03 S-HORA         PIC 9(04).
          03 S-PACNOME      PIC X(30).
          03 S-DROGA        PIC X(30).
          03 S-TIPO         PIC X(06).
          03 S-HORAADM      PIC 9(04).
          03 S-OPERID       PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(06) VALUE ZEROS.
       01 W-TOTATRASO   PIC 9(06) VALUE ZEROS.
       01 W-TURNO       PIC X(01) VALUE SPACES.
       01 W-DATATURNO   PIC 9(08) VALUE ZEROS.
       01 W-DATASEG     PIC 9(08) VALUE ZEROS.
       01 W-PACNOME     PIC X(30) VALUE SPACES.
       01 W-QUARTO      PIC 9(04) VALUE ZEROS.
       01 W-NOTURNO     PIC X(01) VALUE "N".
       01 W-DUEMIN      PIC 9(04) VALUE ZEROS.
       01 W-ADMMIN      PIC 9(04) VALUE ZEROS.
       01 W-HHMM.
          03 W-HH       PIC 9(02).
          03 W-MM       PIC 9(02).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).

      *----[ A DOSE CHARTED MORE THAN THIS MANY MINUTES AFTER ITS ]-----
      *----[ DUE TIME COUNTS AS LATE                              ]-----
       77 W-TOLERANCIA  PIC 9(03) VALUE 60.

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
             "RELMAR - MISSED AND LATE DOSES BY SHIFT".
          03 FILLER     PIC X(40) VALUE SPACES.

       01 LIN-TURNO.
          03 FILLER     PIC X(07) VALUE "SHIFT: ".
          03 DTURNO     PIC X(22).
          03 FILLER     PIC X(04) VALUE " OF ".
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(37) VALUE SPACES.

       01 LIN-CABEC.
          03 FILLER     PIC X(05) VALUE "ROOM".
          03 FILLER     PIC X(05) VALUE "DUE".
          03 FILLER     PIC X(23) VALUE "PATIENT".
          03 FILLER     PIC X(23) VALUE "DRUG".
          03 FILLER     PIC X(07) VALUE "TYPE".
          03 FILLER     PIC X(05) VALUE "GIVEN".
          03 FILLER     PIC X(12) VALUE " NURSE".

       01 LIN-DET.
          03 DQUARTO    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DHORA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DPACNOME   PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DDROGA     PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DTIPO      PIC X(06).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DHORAADM   PIC ZZZZ.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DOPERID    PIC X(08).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(28) VALUE "DOSES NEVER CHARTED ....... ".
          03 RFALTA     PIC ZZZ.ZZ9.
       01 LIN-RODAPE2.
          03 FILLER     PIC X(28) VALUE "DOSES CHARTED LATE ........ ".
          03 RATRASO    PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMARX.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 04
               VALUE  "   MISSED AND LATE DOSE REPORT BY SHIFT".
           05  LINE 05  COLUMN 01
               VALUE  "     SHIFT DATE (YYYYMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "     SHIFT (D=DAY 0700-1859 N=NIGHT 1900-0659):".
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
           DISPLAY TELAMARX.

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
           OPEN OUTPUT RELMAR
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
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABEC TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-TOTFALTA W-TOTATRASO.

           SORT SORTFILE ON ASCENDING KEY S-QUARTO S-DATA S-HORA
                INPUT PROCEDURE IS LER-CADMAR
                OUTPUT PROCEDURE IS GRAVAR-REL.

           MOVE SPACES   TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTFALTA TO RFALTA
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTATRASO TO RATRASO
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL

           MOVE "*** REPORT RELMAR.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE RELMAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - EVERY DOSE DUE IN THE SHIFT  ]----
      *------[ THAT IS STILL UNCHARTED, OR WAS CHARTED GIVEN PAST  ]----
      *------[ THE TOLERANCE. REFUSED AND HELD DOSES WERE ANSWERED ]----
      *------[ FOR AT THE BEDSIDE AND ARE NOT LISTED              ]----
       LER-CADMAR.
           OPEN INPUT CADMAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADMAR FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
              ELSE
                 MOVE "ERROR IN OPENING CADMAR FILE" TO MENS
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

           MOVE ZEROS TO MA-CPF MA-DATA MA-HORA MA-PRSEQ
           MOVE SPACES TO MA-PRATEN
           START CADMAR KEY IS NOT LESS CHAVEMAR INVALID KEY
                 GO TO LER-FIM2.
       LER-RD2.
           READ CADMAR NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM2
              ELSE
                 MOVE "ERROR READING CADMAR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM2
           ELSE
              NEXT SENTENCE.

           IF W-TURNO = "D"
              IF MA-DATA NOT = W-DATATURNO OR MA-HORA < 0700
                                           OR MA-HORA > 1859
                 GO TO LER-RD2
              ELSE
                 NEXT SENTENCE
           ELSE
              IF (MA-DATA = W-DATATURNO AND MA-HORA NOT < 1900) OR
                 (MA-DATA = W-DATASEG AND MA-HORA < 0700)
                 NEXT SENTENCE
              ELSE
                 GO TO LER-RD2.

           IF MA-STATUS = "P"
              MOVE "MISSED" TO S-TIPO
              ADD 1 TO W-TOTFALTA
              GO TO LER-GRAVA.
           IF MA-STATUS NOT = "G"
              GO TO LER-RD2.

           PERFORM LER-ATRASO THRU LER-ATRASO-FIM
           IF W-ADMMIN NOT > W-DUEMIN + W-TOLERANCIA
              GO TO LER-RD2.
           MOVE "LATE" TO S-TIPO
           ADD 1 TO W-TOTATRASO.

       LER-GRAVA.
           MOVE "*** PATIENT NOT FOUND ***" TO W-PACNOME
           MOVE MA-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO4 = "00"
              MOVE NOUNPACI TO W-PACNOME.

           MOVE ZEROS TO W-QUARTO
           MOVE MA-CPF TO EP-CPF
           MOVE MA-EPADMDATA TO EP-ADMDATA
           MOVE ZEROS TO EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO LER-GRAVA2.
           READ CADEPIS NEXT
           IF ST-ERRO5 = "00" AND EP-CPF = MA-CPF
                              AND EP-ADMDATA = MA-EPADMDATA
              MOVE EP-QUARTO TO W-QUARTO.
       LER-GRAVA2.
           MOVE W-QUARTO    TO S-QUARTO
           MOVE MA-DATA     TO S-DATA
           MOVE MA-HORA     TO S-HORA
           MOVE W-PACNOME   TO S-PACNOME
           MOVE MA-DROGA    TO S-DROGA
           MOVE MA-HORAADM  TO S-HORAADM
           MOVE MA-OPERID   TO S-OPERID
           RELEASE SORT-REC
           GO TO LER-RD2.
       LER-FIM2.
           CLOSE CADPACI CADEPIS.
       LER-FIM.
           CLOSE CADMAR.

      *------[ DUE AND CHARTED TIMES AS MINUTES FROM THE DUE DAY'S  ]---
      *------[ MIDNIGHT - CHARTED THE NEXT DAY ADDS 1440, CHARTED   ]---
      *------[ LATER STILL IS PUSHED PAST ANY TOLERANCE             ]---
       LER-ATRASO.
           MOVE MA-HORA TO W-HHMM
           COMPUTE W-DUEMIN = W-HH * 60 + W-MM
           MOVE MA-HORAADM TO W-HHMM
           COMPUTE W-ADMMIN = W-HH * 60 + W-MM
           IF MA-DATAADM = MA-DATA
              GO TO LER-ATRASO-FIM.
           IF MA-DATAADM < MA-DATA
              MOVE ZEROS TO W-ADMMIN
              GO TO LER-ATRASO-FIM.
           MOVE MA-DATA TO W-CURDATEN
           MOVE W-CURDATEN TO W-CURDATE
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           IF MA-DATAADM = W-CURDATEN
              ADD 1440 TO W-ADMMIN
           ELSE
              MOVE 9999 TO W-ADMMIN.
       LER-ATRASO-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - BUILDS THE LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.

           MOVE S-QUARTO    TO DQUARTO
           MOVE S-HORA      TO DHORA
           MOVE S-PACNOME   TO DPACNOME
           MOVE S-DROGA     TO DDROGA
           MOVE S-TIPO      TO DTIPO
           MOVE S-HORAADM   TO DHORAADM
           MOVE S-OPERID    TO DOPERID
           MOVE LIN-DET     TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           CONTINUE.

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

      *------[ GREGORIAN LEAP-YEAR CHECK FOR CD-ANO ]--------------------
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
