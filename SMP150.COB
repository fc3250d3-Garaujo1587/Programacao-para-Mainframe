       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP150.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   EQUIPMENT MAINTENANCE / CALIBRATION DUE LIST  *
      *   FOR CLINICAL ENGINEERING: EVERY CADEQMST      *
      *   ASSET IN USE WHOSE PREVENTIVE MAINTENANCE OR  *
      *   CALIBRATION IS OVERDUE OR FALLS DUE BY THE    *
      *   END OF THE MONTH, PLUS THE ASSETS STILL OUT   *
      *   FOR SERVICE. EARLIEST DUE DATE FIRST, WITH    *
      *   THE ROOM THE ASSET IS SIGNED OUT TO (CADEQUIP)*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEQMST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-TAG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASSETTAG
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS QUARTO WITH DUPLICATES.

       SELECT RELEQMAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT SORTFILE ASSIGN TO "SORTEQMA".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEQMST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQMST.DAT".
           COPY CPEQMSTR.

       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQUIP.DAT".
           COPY CPEQUIPR.

       FD RELEQMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEQMAN.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-VENCE        PIC 9(08).
          03 S-TAG          PIC X(10).
          03 S-TIPO         PIC X(20).
          03 S-SERIE        PIC X(20).
          03 S-PROXMAN      PIC 9(08).
          03 S-CALVENC      PIC 9(08).
          03 S-STATUS       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-EQAVAIL     PIC X(01) VALUE "N".
       01 W-TOTAL       PIC 9(05) VALUE ZEROS.
       01 W-ATRASO      PIC 9(05) VALUE ZEROS.
       01 W-FORA        PIC 9(05) VALUE ZEROS.
       01 W-VENCE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-PERFIM      PIC 9(08) VALUE ZEROS.

       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATAN REDEFINES W-DATA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELEQMAN - EQUIPMENT PM / CALIBRATION DUE".
          03 FILLER   PIC X(10) VALUE "RUN DATE: ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(16) VALUE SPACES.

       01 LIN-PERIODO.
          03 FILLER     PIC X(24) VALUE "OVERDUE OR DUE UP TO : ".
          03 DPERFIM    PIC 9999/99/99.
          03 FILLER     PIC X(46) VALUE
             "   - AND EVERY ASSET OUT FOR SERVICE".

       01 LIN-CAB1.
          03 FILLER     PIC X(26) VALUE "ASSET TAG  TYPE".
          03 FILLER     PIC X(18) VALUE "SERIAL       ROOM".
          03 FILLER     PIC X(22) VALUE "PM DUE     CALIB DUE".
          03 FILLER     PIC X(14) VALUE "SITUATION".

       01 LIN-DET.
          03 DTAG       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTIPO      PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSERIE     PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQUARTO    PIC X(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPROXMAN   PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCALVENC   PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSITUA     PIC X(13).

       01 W-DATAED      PIC 9999/99/99.
       01 W-QUARTOED    PIC 9(04).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(21) VALUE "ASSETS LISTED ...... ".
          03 RTOTAL     PIC ZZ.ZZ9.
          03 FILLER     PIC X(16) VALUE "  OVERDUE ..... ".
          03 RATRASO    PIC ZZ.ZZ9.
          03 FILLER     PIC X(22) VALUE "  OUT FOR SERVICE ... ".
          03 RFORA      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAEQMA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "   EQUIPMENT PM / CALIBRATION DUE LIST".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELAEQMA.

       INC-OP1.
           OPEN INPUT CADEQMST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADEQMST FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

      *    WITHOUT THE CHECKOUT FILE THE ROOM COLUMN IS LEFT BLANK
           OPEN INPUT CADEQUIP
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-EQAVAIL.

       INC-OP2.
           OPEN OUTPUT RELEQMAN
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** LISTING EQUIPMENT DUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS EARLY IN THE MONTH: EVERYTHING FALLING DUE
      *    BEFORE THE MONTH ENDS IS LISTED, SO ENGINEERING CAN PLAN IT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATAN
           MOVE 31 TO W-DATA-DIA
           MOVE W-DATAN TO W-PERFIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-PERFIM TO DPERFIM
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-ATRASO W-FORA

           SORT SORTFILE ON ASCENDING KEY S-VENCE
                            ASCENDING KEY S-TAG
                INPUT PROCEDURE IS LER-EQMST
                OUTPUT PROCEDURE IS GRAVAR-REL.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO RTOTAL
           MOVE W-ATRASO TO RATRASO
           MOVE W-FORA TO RFORA
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELEQMAN.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADEQMST RELEQMAN.
           IF W-EQAVAIL = "Y"
              CLOSE CADEQUIP.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - ASSETS DUE OR AWAY. THE ]---------
      *------[ SORT DATE IS THE EARLIER OF THE TWO DUE DATES; ]---------
      *------[ AN ASSET AWAY WITH NOTHING DUE SORTS FIRST     ]---------
       LER-EQMST.
           MOVE SPACES TO EM-TAG
           START CADEQMST KEY IS NOT LESS EM-TAG INVALID KEY
                 GO TO LER-FIM.
       LER-RD1.
           READ CADEQMST NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FIM.
           IF EM-STATUS = "B"
              GO TO LER-RD1.
           MOVE 99999999 TO W-VENCE
           IF EM-PROXMAN NOT = ZEROS AND EM-PROXMAN < W-VENCE
              MOVE EM-PROXMAN TO W-VENCE.
           IF EM-CALVENC NOT = ZEROS AND EM-CALVENC < W-VENCE
              MOVE EM-CALVENC TO W-VENCE.
           IF W-VENCE > W-PERFIM AND EM-STATUS NOT = "S"
              GO TO LER-RD1.
           IF W-VENCE > W-PERFIM
              MOVE ZEROS TO W-VENCE.

           MOVE W-VENCE    TO S-VENCE
           MOVE EM-TAG     TO S-TAG
           MOVE EM-TIPO    TO S-TIPO
           MOVE EM-SERIE   TO S-SERIE
           MOVE EM-PROXMAN TO S-PROXMAN
           MOVE EM-CALVENC TO S-CALVENC
           MOVE EM-STATUS  TO S-STATUS
           RELEASE SORT-REC
           GO TO LER-RD1.
       LER-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - BUILDS THE LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           MOVE S-TAG     TO DTAG
           MOVE S-TIPO    TO DTIPO
           MOVE S-SERIE   TO DSERIE
           MOVE SPACES    TO DPROXMAN DCALVENC DQUARTO
           IF S-PROXMAN NOT = ZEROS
              MOVE S-PROXMAN TO W-DATAED
              MOVE W-DATAED TO DPROXMAN.
           IF S-CALVENC NOT = ZEROS
              MOVE S-CALVENC TO W-DATAED
              MOVE W-DATAED TO DCALVENC.
           PERFORM QUARTO-LER THRU QUARTO-LER-FIM
           MOVE "DUE"     TO DSITUA
           IF S-VENCE NOT = ZEROS AND S-VENCE < W-HOJE
              MOVE "OVERDUE" TO DSITUA
              ADD 1 TO W-ATRASO.
           IF S-STATUS = "S"
              MOVE "OUT FOR SVC" TO DSITUA
              ADD 1 TO W-FORA.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           EXIT.

      *------[ ROOM THE ASSET IS SIGNED OUT TO - BLANK WHEN IT ]-------
      *------[ HAS BEEN RETURNED OR WAS NEVER SIGNED OUT        ]-------
       QUARTO-LER.
           IF W-EQAVAIL NOT = "Y"
              GO TO QUARTO-LER-FIM.
           MOVE S-TAG TO ASSETTAG
           READ CADEQUIP
           IF ST-ERRO2 NOT = "00"
              GO TO QUARTO-LER-FIM.
           IF RETURN-DATA NOT = ZEROS OR QUARTO = ZEROS
              GO TO QUARTO-LER-FIM.
           MOVE QUARTO TO W-QUARTOED
           MOVE W-QUARTOED TO DQUARTO.
       QUARTO-LER-FIM.
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
