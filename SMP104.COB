       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP104.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DENIAL-REASON RANKING                       *
      *     ONE LINE PER INSURER DENIAL REASON CODE ON  *
      *     CADRECUR - CASES, VALUE DENIED, VALUE       *
      *     RECOVERED ON APPEAL AND WHAT IS STILL LOST  *
      *     - WORST REASON FIRST                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-FATNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RG-MOTIVO WITH DUPLICATES.

       SELECT RELGLRNK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTGLRK".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

       FD RELGLRNK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELGLRNK.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-PERDA        PIC 9(07)V99.
          03 S-MOTIVO       PIC X(04).
          03 S-MOTTXT       PIC X(30).
          03 S-QTD          PIC 9(05).
          03 S-PEND         PIC 9(05).
          03 S-VLRGLOSA     PIC 9(07)V99.
          03 S-VLRRECUP     PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FIRSTGRP    PIC X(01) VALUE "Y".
       01 W-RANK        PIC 9(04) VALUE ZEROS.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOTGLOSA    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTRECUP    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTPERDA    PIC 9(07)V99 VALUE ZEROS.
      *----[ ONE REASON CODE'S RUNNING TOTALS WHILE CADRECUR IS ]-------
      *----[ READ IN REASON-CODE ORDER                          ]-------
       01 W-MOTANT      PIC X(04) VALUE SPACES.
       01 W-MOTTXT      PIC X(30) VALUE SPACES.
       01 W-MOTQTD      PIC 9(05) VALUE ZEROS.
       01 W-MOTPEND     PIC 9(05) VALUE ZEROS.
       01 W-MOTGLOSA    PIC 9(07)V99 VALUE ZEROS.
       01 W-MOTRECUP    PIC 9(07)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELGLRNK - DENIAL-REASON RANKING - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER     PIC X(05) VALUE "RANK ".
          03 FILLER     PIC X(05) VALUE "RSN  ".
          03 FILLER     PIC X(21) VALUE "REASON".
          03 FILLER     PIC X(10) VALUE "CASE PEND ".
          03 FILLER     PIC X(13) VALUE "      DENIED ".
          03 FILLER     PIC X(13) VALUE "   RECOVERED ".
          03 FILLER     PIC X(12) VALUE "    NET LOSS".

       01 LIN-DET.
          03 DRANK      PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMOTIVO    PIC X(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMOTTXT    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTD       PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPEND      PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVLRGLOSA  PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVLRRECUP  PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPERDA     PIC Z.ZZZ.ZZ9,99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "APPEALED DENIALS ........... ".
          03 R1TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "VALUE DENIED ............... ".
          03 R2TOT      PIC Z.ZZZ.ZZ9,99.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "VALUE RECOVERED ............ ".
          03 R3TOT      PIC Z.ZZZ.ZZ9,99.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "NET LOSS TO DENIALS ........ ".
          03 R4TOT      PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADRECUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADRECUR FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN OUTPUT RELGLRNK
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECUR
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING DENIAL RANKING ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-TOTGLOSA W-TOTRECUP W-TOTPERDA
           MOVE ZEROS TO W-RANK
           MOVE "Y" TO W-FIRSTGRP.

      *    THE INPUT PROCEDURE FOLDS EACH REASON CODE INTO ONE
      *    RECORD, SO THE SORT ITSELF ONLY HAS TO RANK THEM
           SORT SORTFILE ON DESCENDING KEY S-PERDA
                            ASCENDING KEY S-MOTIVO
                INPUT PROCEDURE IS LER-CADRECUR
                OUTPUT PROCEDURE IS GRAVAR-REL.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTGLOSA TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTRECUP TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTPERDA TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELGLRNK.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADRECUR RELGLRNK.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - CADRECUR IN REASON-CODE ]---------
      *------[ ORDER, ONE RELEASED TOTAL PER REASON CODE      ]---------
       LER-CADRECUR.
           MOVE SPACES TO RG-MOTIVO
           START CADRECUR KEY IS NOT LESS RG-MOTIVO INVALID KEY
                 GO TO LER-FIM.
       LER-RD2.
           READ CADRECUR NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM2
              ELSE
                 MOVE "ERROR READING CADRECUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM2
           ELSE
              NEXT SENTENCE.

           IF RG-MOTIVO NOT = W-MOTANT OR W-FIRSTGRP = "Y"
                 PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.

           ADD 1 TO W-MOTQTD
           IF RG-RESULT = "P"
              ADD 1 TO W-MOTPEND.
           ADD RG-VLRGLOSA TO W-MOTGLOSA
           ADD RG-VLRRECUP TO W-MOTRECUP
           GO TO LER-RD2.
       LER-FIM2.
           IF W-FIRSTGRP = "N"
                 PERFORM LIBERA-MOT THRU LIBERA-MOT-FIM.
       LER-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - THE RANKED LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           ADD 1 TO W-RANK
           MOVE W-RANK     TO DRANK
           MOVE S-MOTIVO   TO DMOTIVO
           MOVE S-MOTTXT   TO DMOTTXT
           MOVE S-QTD      TO DQTD
           MOVE S-PEND     TO DPEND
           MOVE S-VLRGLOSA TO DVLRGLOSA
           MOVE S-VLRRECUP TO DVLRRECUP
           MOVE S-PERDA    TO DPERDA
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL

           ADD S-QTD      TO W-TOTAL
           ADD S-VLRGLOSA TO W-TOTGLOSA
           ADD S-VLRRECUP TO W-TOTRECUP
           ADD S-PERDA    TO W-TOTPERDA
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           CONTINUE.

      *------[ CONTROL BREAK ON REASON CODE ]---------------------------
       ROT-QUEBRA.
           IF W-FIRSTGRP = "N"
                 PERFORM LIBERA-MOT THRU LIBERA-MOT-FIM.

           MOVE "N" TO W-FIRSTGRP
           MOVE RG-MOTIVO TO W-MOTANT
           MOVE RG-MOTTXT TO W-MOTTXT
           MOVE ZEROS TO W-MOTQTD W-MOTPEND W-MOTGLOSA W-MOTRECUP.
       ROT-QUEBRA-FIM.
           EXIT.

      *------[ RELEASES THE FINISHED REASON CODE'S TOTALS ]-------------
       LIBERA-MOT.
           MOVE ZEROS TO S-PERDA
           IF W-MOTGLOSA > W-MOTRECUP
              COMPUTE S-PERDA = W-MOTGLOSA - W-MOTRECUP.
           MOVE W-MOTANT   TO S-MOTIVO
           MOVE W-MOTTXT   TO S-MOTTXT
           MOVE W-MOTQTD   TO S-QTD
           MOVE W-MOTPEND  TO S-PEND
           MOVE W-MOTGLOSA TO S-VLRGLOSA
           MOVE W-MOTRECUP TO S-VLRRECUP
           RELEASE SORT-REC.
       LIBERA-MOT-FIM.
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
      *    NOTE: THE REASON TEXT SHOWN IS THE ONE KEYED ON THE FIRST
      *    APPEAL READ FOR EACH CODE.

      *---------------------*** END OF PROGRAM ***--------------------*
