       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP139.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   FLEET COST PER KILOMETRE - REPLACEMENT LIST   *
      *   FOR EACH VEHREG VEHICLE, OVER THE TWELVE      *
      *   MONTHS JUST CLOSED: FUEL BOUGHT (CADFUEL),    *
      *   PARTS AND LABOR OF THE WORK ORDERS CLOSED     *
      *   (CADOFIC) AND THE KM DRIVEN FROM THE ODOMETER *
      *   READINGS OF BOTH. LISTED DEAREST FIRST; A     *
      *   VEHICLE ABOVE THE LIMIT IS FLAGGED REPLACE    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFUEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFUEL
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADOFIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEOFIC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS OF-PLATE WITH DUPLICATES.

       SELECT RELCUSKM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT SORTFILE ASSIGN TO "SORTCUKM".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

       FD CADFUEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUEL.DAT".
           COPY CPFUELR.

       FD CADOFIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOFIC.DAT".
           COPY CPOFICR.

       FD RELCUSKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCUSKM.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-CUSKM        PIC 9(03)V99.
          03 S-PLATE        PIC X(07).
          03 S-NOME         PIC X(30).
          03 S-ANOF         PIC 9(04).
          03 S-KM           PIC 9(07).
          03 S-CUSFUEL      PIC 9(07)V99.
          03 S-CUSMAN       PIC 9(07)V99.
          03 S-NOS          PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-FLAVAIL     PIC X(01) VALUE "N".
       01 W-OFAVAIL     PIC X(01) VALUE "N".
       01 W-TOTAL       PIC 9(05) VALUE ZEROS.
       01 W-FLAGGED     PIC 9(05) VALUE ZEROS.
       01 W-ODOMIN      PIC 9(07) VALUE ZEROS.
       01 W-ODOMAX      PIC 9(07) VALUE ZEROS.
       01 W-ODOLIDO     PIC 9(07) VALUE ZEROS.
       01 W-KM          PIC 9(07) VALUE ZEROS.
       01 W-CUSFUEL     PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSMAN      PIC 9(07)V99 VALUE ZEROS.
       01 W-NOS         PIC 9(03) VALUE ZEROS.
       01 W-CUSKM       PIC 9(03)V99 VALUE ZEROS.
       01 W-FROTAKM     PIC 9(09) VALUE ZEROS.
       01 W-FROTACUS    PIC 9(09)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-PERINI      PIC 9(08) VALUE ZEROS.
       01 W-PERFIM      PIC 9(08) VALUE ZEROS.

      *----[ FUEL PLUS WORKSHOP COST PER KM ABOVE WHICH A VEHICLE ]-----
      *----[ IS FLAGGED FOR REPLACEMENT                            ]----
       77 W-CUSTOMAX    PIC 9(02)V99 VALUE 3,00.

       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATAN REDEFINES W-DATA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELCUSKM - FLEET COST PER KM (12 MONTHS)".
          03 FILLER   PIC X(10) VALUE "RUN DATE: ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(16) VALUE SPACES.

       01 LIN-PERIODO.
          03 FILLER     PIC X(10) VALUE "PERIOD : ".
          03 DPERINI    PIC 9999/99/99.
          03 FILLER     PIC X(04) VALUE " TO ".
          03 DPERFIM    PIC 9999/99/99.
          03 FILLER     PIC X(12) VALUE "   LIMIT : ".
          03 DLIMITE    PIC Z9,99.
          03 FILLER     PIC X(07) VALUE " PER KM".

       01 LIN-CAB1.
          03 FILLER     PIC X(25) VALUE "PLATE   VEHICLE".
          03 FILLER     PIC X(13) VALUE "YEAR      KM".
          03 FILLER     PIC X(22) VALUE "      FUEL   WORKSHOP".
          03 FILLER     PIC X(20) VALUE " WO PER KM".

       01 LIN-DET.
          03 DPLATE     PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(16).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DANOF      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DKM        PIC ZZZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCUSFUEL   PIC ZZZZZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCUSMAN    PIC ZZZZZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOS       PIC ZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCUSKM     PIC ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DFLAG      PIC X(07).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(21) VALUE "VEHICLES LISTED .... ".
          03 RTOTAL     PIC ZZ.ZZ9.
          03 FILLER     PIC X(22) VALUE "  FLAGGED REPLACE ... ".
          03 RFLAG      PIC ZZ.ZZ9.

       01 LIN-RODAPE2.
          03 FILLER     PIC X(21) VALUE "FLEET KM ........... ".
          03 RFROTAKM   PIC ZZZ.ZZZ.ZZ9.
          03 FILLER     PIC X(17) VALUE "  FLEET COST ... ".
          03 RFROTACUS  PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACUKM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "   FLEET COST PER KILOMETRE - 12 MONTHS".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY TELACUKM.

       INC-OP1.
           OPEN INPUT VEHREG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** VEHREG FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

      *    A VEHICLE WITH NO FUEL OR NO WORK ORDERS ON FILE SIMPLY
      *    SHOWS ZERO FOR THAT COST
           OPEN INPUT CADFUEL
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-FLAVAIL.
           OPEN INPUT CADOFIC
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-OFAVAIL.

       INC-OP2.
           OPEN OUTPUT RELCUSKM
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** COMPUTING COST PER KM ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS EARLY IN THE MONTH: THE WINDOW IS THE TWELVE
      *    MONTHS ENDING WITH THE ONE THAT HAS JUST CLOSED
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATAN
           SUBTRACT 1 FROM W-DATA-ANO
           MOVE 01 TO W-DATA-DIA
           MOVE W-DATAN TO W-PERINI
           MOVE W-HOJE TO W-DATAN
           IF W-DATA-MES = 1
              MOVE 12 TO W-DATA-MES
              SUBTRACT 1 FROM W-DATA-ANO
           ELSE
              SUBTRACT 1 FROM W-DATA-MES.
           MOVE 31 TO W-DATA-DIA
           MOVE W-DATAN TO W-PERFIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-PERINI TO DPERINI
           MOVE W-PERFIM TO DPERFIM
           MOVE W-CUSTOMAX TO DLIMITE
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-FLAGGED W-FROTAKM W-FROTACUS

           SORT SORTFILE ON DESCENDING KEY S-CUSKM
                            ASCENDING KEY S-PLATE
                INPUT PROCEDURE IS LER-VEHREG
                OUTPUT PROCEDURE IS GRAVAR-REL.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO RTOTAL
           MOVE W-FLAGGED TO RFLAG
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-FROTAKM TO RFROTAKM
           MOVE W-FROTACUS TO RFROTACUS
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELCUSKM.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE VEHREG RELCUSKM.
           IF W-FLAVAIL = "Y"
              CLOSE CADFUEL.
           IF W-OFAVAIL = "Y"
              CLOSE CADOFIC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - ONE ROW PER VEHREG VEHICLE ]-----
       LER-VEHREG.
           MOVE SPACES TO PLATE
           START VEHREG KEY IS NOT LESS PLATE INVALID KEY
                 GO TO LER-FIM.
       LER-RD1.
           READ VEHREG NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FIM.
           MOVE 9999999 TO W-ODOMIN
           MOVE ZEROS TO W-ODOMAX W-CUSFUEL W-CUSMAN W-NOS
           PERFORM FUEL-SOMA THRU FUEL-SOMA-FIM
           PERFORM OFIC-SOMA THRU OFIC-SOMA-FIM

           MOVE ZEROS TO W-KM W-CUSKM
           IF W-ODOMAX > W-ODOMIN
              COMPUTE W-KM = W-ODOMAX - W-ODOMIN
              COMPUTE W-CUSKM ROUNDED = (W-CUSFUEL + W-CUSMAN) / W-KM
                 ON SIZE ERROR
                    MOVE 999,99 TO W-CUSKM.

           MOVE W-CUSKM   TO S-CUSKM
           MOVE PLATE     TO S-PLATE
           MOVE NAMEP     TO S-NOME
           MOVE ANOF      TO S-ANOF
           MOVE W-KM      TO S-KM
           MOVE W-CUSFUEL TO S-CUSFUEL
           MOVE W-CUSMAN  TO S-CUSMAN
           MOVE W-NOS     TO S-NOS
           RELEASE SORT-REC
           GO TO LER-RD1.
       LER-FIM.
           EXIT.

      *------[ FILL-UPS OF THE PLATE INSIDE THE WINDOW, IN KEY ]--------
      *------[ ORDER (PLATE + DATE + SEQ)                      ]--------
       FUEL-SOMA.
           IF W-FLAVAIL NOT = "Y"
              GO TO FUEL-SOMA-FIM.
           MOVE PLATE TO FL-PLATE
           MOVE W-PERINI TO FL-DATA
           MOVE ZEROS TO FL-SEQ
           START CADFUEL KEY IS NOT LESS CHAVEFUEL INVALID KEY
                 GO TO FUEL-SOMA-FIM.
       FUEL-SOMA1.
           READ CADFUEL NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO FUEL-SOMA-FIM.
           IF FL-PLATE NOT = PLATE OR FL-DATA > W-PERFIM
              GO TO FUEL-SOMA-FIM.
           ADD FL-CUSTO TO W-CUSFUEL
           MOVE FL-ODOMETRO TO W-ODOLIDO
           PERFORM ODO-MARCA THRU ODO-MARCA-FIM
           GO TO FUEL-SOMA1.
       FUEL-SOMA-FIM.
           EXIT.

      *------[ WORK ORDERS OF THE PLATE CLOSED INSIDE THE WINDOW ]------
      *------[ - THE OPENING ROW GIVES AN ODOMETER READING, THE  ]------
      *------[ PARTS AND LABOR LINES THE COST                   ]------
       OFIC-SOMA.
           IF W-OFAVAIL NOT = "Y"
              GO TO OFIC-SOMA-FIM.
           MOVE PLATE TO OF-PLATE
           START CADOFIC KEY IS NOT LESS OF-PLATE INVALID KEY
                 GO TO OFIC-SOMA-FIM.
       OFIC-SOMA1.
           READ CADOFIC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO OFIC-SOMA-FIM.
           IF OF-PLATE NOT = PLATE
              GO TO OFIC-SOMA-FIM.
           IF OF-STATUS NOT = "F"
              GO TO OFIC-SOMA1.
           IF OF-FECHADA < W-PERINI OR OF-FECHADA > W-PERFIM
              GO TO OFIC-SOMA1.
           IF OF-TIPO = "H"
              ADD 1 TO W-NOS
              MOVE OF-ODOMETRO TO W-ODOLIDO
              PERFORM ODO-MARCA THRU ODO-MARCA-FIM
           ELSE
              ADD OF-VALOR TO W-CUSMAN.
           GO TO OFIC-SOMA1.
       OFIC-SOMA-FIM.
           EXIT.

       ODO-MARCA.
           IF W-ODOLIDO = ZEROS
              GO TO ODO-MARCA-FIM.
           IF W-ODOLIDO < W-ODOMIN
              MOVE W-ODOLIDO TO W-ODOMIN.
           IF W-ODOLIDO > W-ODOMAX
              MOVE W-ODOLIDO TO W-ODOMAX.
       ODO-MARCA-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - BUILDS THE LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           MOVE S-PLATE   TO DPLATE
           MOVE S-NOME    TO DNOME
           MOVE S-ANOF    TO DANOF
           MOVE S-KM      TO DKM
           MOVE S-CUSFUEL TO DCUSFUEL
           MOVE S-CUSMAN  TO DCUSMAN
           MOVE S-NOS     TO DNOS
           MOVE S-CUSKM   TO DCUSKM
           MOVE SPACES    TO DFLAG
           IF S-KM = ZEROS
              MOVE "NO KM" TO DFLAG.
           IF S-CUSKM > W-CUSTOMAX
              MOVE "REPLACE" TO DFLAG
              ADD 1 TO W-FLAGGED.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           ADD S-KM TO W-FROTAKM
           ADD S-CUSFUEL S-CUSMAN TO W-FROTACUS
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
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

      *---------------------*** END OF PROGRAM ***--------------------*
