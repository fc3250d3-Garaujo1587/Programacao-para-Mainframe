       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP103.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DENIAL APPEALS PENDING BY AGREEMENT         *
      *     EVERY CADRECUR APPEAL STILL AWAITING THE    *
      *     INSURER'S REPLY, BY AGREEMENT AND REPLY     *
      *     DEADLINE, WITH THE VALUE AT STAKE AND AN    *
      *     OVERDUE FLAG ONCE THE DEADLINE HAS PASSED   *
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

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLAN WITH DUPLICATES.

       SELECT RELRECUR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTRECU".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD RELRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECUR.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-CONV         PIC 9(04).
          03 S-PRAZO        PIC 9(08).
          03 S-FATNUM       PIC 9(08).
          03 S-CPF          PIC 9(11).
          03 S-MOTIVO       PIC X(04).
          03 S-VLRGLOSA     PIC 9(05)V99.
          03 S-VLRRECUR     PIC 9(05)V99.
          03 S-DATAREC      PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FIRSTGRP    PIC X(01) VALUE "Y".
       01 W-CONVANT     PIC 9(04) VALUE ZEROS.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOTATRASO   PIC 9(06) VALUE ZEROS.
       01 W-TOTGLOSA    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTRECUR    PIC 9(07)V99 VALUE ZEROS.
       01 W-CNVQTD      PIC 9(06) VALUE ZEROS.
       01 W-CNVATRASO   PIC 9(06) VALUE ZEROS.
       01 W-CNVGLOSA    PIC 9(07)V99 VALUE ZEROS.
       01 W-CNVRECUR    PIC 9(07)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELRECUR - DENIAL APPEALS PENDING - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-GRUPO.
          03 FILLER     PIC X(12) VALUE "AGREEMENT : ".
          03 GCONV      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 GCONVNOME  PIC X(30).

       01 LIN-CAB.
          03 FILLER     PIC X(11) VALUE "  INVOICE  ".
          03 FILLER     PIC X(12) VALUE "PATIENT CPF ".
          03 FILLER     PIC X(05) VALUE "RSN  ".
          03 FILLER     PIC X(10) VALUE "   DENIED ".
          03 FILLER     PIC X(10) VALUE " APPEALED ".
          03 FILLER     PIC X(11) VALUE "APPEALED   ".
          03 FILLER     PIC X(11) VALUE "DEADLINE   ".
          03 FILLER     PIC X(07) VALUE "STATUS".

       01 LIN-DET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DFATNUM    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMOTIVO    PIC X(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVLRGLOSA  PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVLRRECUR  PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATAREC   PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPRAZO     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DATRASO    PIC X(07).

       01 LIN-SUBTOT.
          03 FILLER     PIC X(12) VALUE "  PENDING : ".
          03 SQTD       PIC ZZZ.ZZ9.
          03 FILLER     PIC X(11) VALUE "  OVERDUE: ".
          03 SATRASO    PIC ZZZ.ZZ9.
          03 FILLER     PIC X(11) VALUE "  DENIED : ".
          03 SGLOSA     PIC Z.ZZZ.ZZ9,99.
       01 LIN-SUBTOT2.
          03 FILLER     PIC X(48) VALUE
             "  VALUE UNDER APPEAL FOR THIS AGREEMENT ....... ".
          03 SRECUR     PIC Z.ZZZ.ZZ9,99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "APPEALS PENDING ............ ".
          03 R1TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "  PAST THE REPLY DEADLINE .. ".
          03 R2TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "VALUE DENIED ............... ".
          03 R3TOT      PIC Z.ZZZ.ZZ9,99.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "VALUE UNDER APPEAL ......... ".
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

           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING CADCONV FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECUR
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELRECUR
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECUR CADCONV
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING PENDING APPEALS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-TOTATRASO W-TOTGLOSA W-TOTRECUR
           MOVE "Y" TO W-FIRSTGRP.

           SORT SORTFILE ON ASCENDING KEY S-CONV S-PRAZO S-FATNUM
                INPUT PROCEDURE IS LER-CADRECUR
                OUTPUT PROCEDURE IS GRAVAR-REL.

           IF W-FIRSTGRP = "N"
                 PERFORM ESCREVE-SUBTOT THRU ESCREVE-SUBTOT-FIM.

       INC-FIM.
           MOVE W-TOTAL TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTATRASO TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTGLOSA TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTRECUR TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELRECUR.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADRECUR CADCONV RELRECUR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - APPEALS STILL PENDING ]-----------
       LER-CADRECUR.
           MOVE ZEROS TO RG-FATNUM
           START CADRECUR KEY IS NOT LESS RG-FATNUM INVALID KEY
                 GO TO LER-FIM.
       LER-RD2.
           READ CADRECUR NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM
              ELSE
                 MOVE "ERROR READING CADRECUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
           ELSE
              NEXT SENTENCE.

           IF RG-RESULT NOT = "P"
              GO TO LER-RD2.

           MOVE RG-CONV     TO S-CONV
           MOVE RG-PRAZO    TO S-PRAZO
           MOVE RG-FATNUM   TO S-FATNUM
           MOVE RG-CPF      TO S-CPF
           MOVE RG-MOTIVO   TO S-MOTIVO
           MOVE RG-VLRGLOSA TO S-VLRGLOSA
           MOVE RG-VLRRECUR TO S-VLRRECUR
           MOVE RG-DATAREC  TO S-DATAREC
           RELEASE SORT-REC
           GO TO LER-RD2.
       LER-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - BUILDS THE LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           IF S-CONV NOT = W-CONVANT OR W-FIRSTGRP = "Y"
                 PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.

           MOVE SPACES TO DATRASO
           IF S-PRAZO < W-HOJE
              MOVE "OVERDUE" TO DATRASO
              ADD 1 TO W-CNVATRASO W-TOTATRASO.

           MOVE S-FATNUM   TO DFATNUM
           MOVE S-CPF      TO DCPF
           MOVE S-MOTIVO   TO DMOTIVO
           MOVE S-VLRGLOSA TO DVLRGLOSA
           MOVE S-VLRRECUR TO DVLRRECUR
           MOVE S-DATAREC  TO DDATAREC
           MOVE S-PRAZO    TO DPRAZO
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL

           ADD 1 TO W-CNVQTD W-TOTAL
           ADD S-VLRGLOSA TO W-CNVGLOSA W-TOTGLOSA
           ADD S-VLRRECUR TO W-CNVRECUR W-TOTRECUR
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           CONTINUE.

      *------[ CONTROL BREAK ON AGREEMENT ]-----------------------------
       ROT-QUEBRA.
           IF W-FIRSTGRP = "N"
                 PERFORM ESCREVE-SUBTOT THRU ESCREVE-SUBTOT-FIM.

           MOVE "N" TO W-FIRSTGRP
           MOVE S-CONV TO W-CONVANT
           MOVE ZEROS TO W-CNVQTD W-CNVATRASO W-CNVGLOSA W-CNVRECUR

           MOVE S-CONV TO COD
           READ CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** AGREEMENT NOT FOUND ***" TO NOUN.
           MOVE S-CONV TO GCONV
           MOVE NOUN   TO GCONVNOME
           MOVE LIN-GRUPO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       ROT-QUEBRA-FIM.
           EXIT.

      *------[ WRITES THE PER-AGREEMENT SUBTOTALS ]---------------------
       ESCREVE-SUBTOT.
           MOVE W-CNVQTD    TO SQTD
           MOVE W-CNVATRASO TO SATRASO
           MOVE W-CNVGLOSA  TO SGLOSA
           MOVE LIN-SUBTOT TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CNVRECUR  TO SRECUR
           MOVE LIN-SUBTOT2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ESCREVE-SUBTOT-FIM.
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
