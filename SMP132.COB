       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP132.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MONTHLY CONTROLLED-SUBSTANCE BALANCE BOOK   *
      *     (CADLIVRO) FOR THE RESPONSIBLE PHARMACIST   *
      *     TO SIGN - PER DRUG AND LOT, LAST MONTH'S    *
      *     OPENING BALANCE, RECEIPTS, DISPENSING,      *
      *     LOSSES, ADJUSTMENTS AND CLOSING BALANCE     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLIVRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELIVRO
                    FILE STATUS  IS ST-ERRO.

       SELECT RELLIVRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
           COPY CPLIVROR.

       FD RELLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLIVRO.DAT".
       01 LINHA-REL        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-MESINI      PIC 9(08) VALUE ZEROS.
       01 W-MESFIM      PIC 9(08) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-DRANT       PIC X(30) VALUE SPACES.
       01 W-CLANT       PIC X(02) VALUE SPACES.
       01 W-LTANT       PIC X(10) VALUE SPACES.
       01 W-DCAB        PIC X(01) VALUE "N".
       01 W-LMOV        PIC X(01) VALUE "N".
       01 W-CALC        PIC S9(08) VALUE ZEROS.

      *----[ THE LOT BEING READ ]---------------------------------------
       01 W-LABRE       PIC 9(07) VALUE ZEROS.
       01 W-LENTR       PIC 9(07) VALUE ZEROS.
       01 W-LDISP       PIC 9(07) VALUE ZEROS.
       01 W-LPERD       PIC 9(07) VALUE ZEROS.
       01 W-LAJMAIS     PIC 9(07) VALUE ZEROS.
       01 W-LAJMENOS    PIC 9(07) VALUE ZEROS.
       01 W-LFECHA      PIC 9(07) VALUE ZEROS.
      *----[ THE DRUG BEING READ ]--------------------------------------
       01 W-DABRE       PIC 9(07) VALUE ZEROS.
       01 W-DENTR       PIC 9(07) VALUE ZEROS.
       01 W-DDISP       PIC 9(07) VALUE ZEROS.
       01 W-DPERD       PIC 9(07) VALUE ZEROS.
       01 W-DAJMAIS     PIC 9(07) VALUE ZEROS.
       01 W-DAJMENOS    PIC 9(07) VALUE ZEROS.
       01 W-DFECHA      PIC 9(07) VALUE ZEROS.
      *----[ WHOLE REPORT ]---------------------------------------------
       01 W-TDROGAS     PIC 9(05) VALUE ZEROS.
       01 W-TLOTES      PIC 9(05) VALUE ZEROS.
       01 W-TMOVS       PIC 9(07) VALUE ZEROS.
       01 W-TDIFER      PIC 9(05) VALUE ZEROS.

       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATAN REDEFINES W-DATA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELLIVRO - CONTROLLED-SUBSTANCE BALANCE BOOK - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-PERIODO.
          03 FILLER   PIC X(24) VALUE "MOVEMENTS FROM ".
          03 DPERINI  PIC 9999/99/99.
          03 FILLER   PIC X(04) VALUE " TO ".
          03 DPERFIM  PIC 9999/99/99.

       01 LIN-CAB.
          03 FILLER   PIC X(37) VALUE
             "BATCH/LOT   OPENING RECEIVED DISPENSE".
          03 FILLER   PIC X(37) VALUE
             "D   LOSSES   ADJ IN  ADJ OUT  CLOSING".
          03 FILLER   PIC X(06) VALUE " CHECK".

       01 LIN-DROGA.
          03 FILLER   PIC X(06) VALUE "DRUG: ".
          03 DDNOME   PIC X(30).
          03 FILLER   PIC X(09) VALUE "  CLASS: ".
          03 DDCLASSE PIC X(02).

       01 LIN-LOTE.
          03 DLLOTE   PIC X(10).
          03 DLABRE   PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLENTR   PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLDISP   PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLPERD   PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLAJMAIS PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLAJMENO PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DLFECHA  PIC ZZZ.ZZZ9.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DLCHECK  PIC X(04).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(30) VALUE
             "CONTROLLED DRUGS IN THE BOOK .".
          03 RTDROGAS   PIC ZZ.ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(17) VALUE "LOTS ........... ".
          03 RTLOTES    PIC ZZ.ZZ9.
       01 LIN-RODAPE2.
          03 FILLER     PIC X(30) VALUE
             "MOVEMENTS IN THE MONTH ......".
          03 RTMOVS     PIC Z.ZZZ.ZZ9.
       01 LIN-RODAPE3.
          03 FILLER     PIC X(30) VALUE
             "LOTS THAT DO NOT BALANCE ....".
          03 RTDIFER    PIC ZZ.ZZ9.
          03 FILLER     PIC X(40) VALUE
             "  (CHECK = ****, SEE THE LOT'S HISTORY)".

       01 LIN-ASSIN1.
          03 FILLER     PIC X(50) VALUE
             "I CERTIFY THAT THE BALANCES ABOVE AGREE WITH THE ".
          03 FILLER     PIC X(50) VALUE
             "CONTROLLED-DRUG STOCK HELD BY THE PHARMACY.".
       01 LIN-ASSIN2.
          03 FILLER     PIC X(50) VALUE
             "RESPONSIBLE PHARMACIST: ________________________ ".
          03 FILLER     PIC X(30) VALUE
             " CRF: ___________".
       01 LIN-ASSIN3.
          03 FILLER     PIC X(50) VALUE
             "SIGNATURE: _____________________________________ ".
          03 FILLER     PIC X(30) VALUE
             " DATE: ____/____/____".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADLIVRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADLIVRO FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN OUTPUT RELLIVRO
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADLIVRO
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING CONTROLLED BALANCE BOOK ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS EARLY IN THE MONTH AND COVERS THE ONE THAT
      *    HAS JUST CLOSED
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATAN
           IF W-DATA-MES = 1
              MOVE 12 TO W-DATA-MES
              SUBTRACT 1 FROM W-DATA-ANO
           ELSE
              SUBTRACT 1 FROM W-DATA-MES.
           MOVE 01 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESINI
           MOVE 31 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESFIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-MESINI TO DPERINI
           MOVE W-MESFIM TO DPERFIM
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TDROGAS W-TLOTES W-TMOVS W-TDIFER
           PERFORM LER-LIVRO THRU LER-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-TLOTES = ZEROS
              MOVE "NO CONTROLLED-DRUG BALANCE OR MOVEMENT IN THE MONTH"
                                                 TO LINHA-REL
              WRITE LINHA-REL
              MOVE SPACES TO LINHA-REL
              WRITE LINHA-REL.
           MOVE W-TDROGAS TO RTDROGAS
           MOVE W-TLOTES TO RTLOTES
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TMOVS TO RTMOVS
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TDIFER TO RTDIFER
           MOVE LIN-RODAPE3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ASSIN1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ASSIN2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ASSIN3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELLIVRO.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADLIVRO RELLIVRO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ CADLIVRO KEY ORDER (DRUG+LOT+MOVEMENT NO.) READS ]----
      *------[ EACH LOT'S BOOK IN THE ORDER IT WAS WRITTEN. THE ]----
      *------[ BALANCE AFTER THE LAST MOVEMENT BEFORE THE MONTH ]----
      *------[ IS THE OPENING, AFTER THE LAST ONE IN IT THE     ]----
      *------[ CLOSING                                          ]----
       LER-LIVRO.
           MOVE "Y" TO W-PRIMEIRO
           MOVE SPACES TO LV-DROGA LV-LOTE
           MOVE ZEROS TO LV-SEQ
           START CADLIVRO KEY IS NOT LESS CHAVELIVRO INVALID KEY
                 GO TO LER-FIM.
       LER-RD.
           READ CADLIVRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-ULT.
           IF W-PRIMEIRO = "Y"
              PERFORM DROGA-NOVA THRU DROGA-NOVA-FIM
              PERFORM LOTE-NOVO THRU LOTE-NOVO-FIM
           ELSE
              IF LV-DROGA NOT = W-DRANT
                 PERFORM LOTE-FECHA THRU LOTE-FECHA-FIM
                 PERFORM DROGA-FECHA THRU DROGA-FECHA-FIM
                 PERFORM DROGA-NOVA THRU DROGA-NOVA-FIM
                 PERFORM LOTE-NOVO THRU LOTE-NOVO-FIM
              ELSE
                 IF LV-LOTE NOT = W-LTANT
                    PERFORM LOTE-FECHA THRU LOTE-FECHA-FIM
                    PERFORM LOTE-NOVO THRU LOTE-NOVO-FIM.
           IF LV-CLASSE NOT = SPACES
              MOVE LV-CLASSE TO W-CLANT.

           IF LV-DATA < W-MESINI
              MOVE LV-SALDO TO W-LABRE W-LFECHA
              GO TO LER-RD.
           IF LV-DATA > W-MESFIM
              GO TO LER-RD.

           MOVE "Y" TO W-LMOV
           ADD 1 TO W-TMOVS
           MOVE LV-SALDO TO W-LFECHA
           IF LV-TIPO = "E"
              ADD LV-QTD TO W-LENTR.
           IF LV-TIPO = "D"
              ADD LV-QTD TO W-LDISP.
           IF LV-TIPO = "P"
              ADD LV-QTD TO W-LPERD.
           IF LV-TIPO = "A"
              ADD LV-QTD TO W-LAJMAIS.
           IF LV-TIPO = "R"
              ADD LV-QTD TO W-LAJMENOS.
           GO TO LER-RD.
       LER-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM LOTE-FECHA THRU LOTE-FECHA-FIM
              PERFORM DROGA-FECHA THRU DROGA-FECHA-FIM.
       LER-FIM.
           EXIT.

       DROGA-NOVA.
           MOVE "N" TO W-PRIMEIRO
           MOVE "N" TO W-DCAB
           MOVE LV-DROGA TO W-DRANT
           MOVE SPACES TO W-CLANT
           MOVE ZEROS TO W-DABRE W-DENTR W-DDISP W-DPERD W-DAJMAIS
                         W-DAJMENOS W-DFECHA.
       DROGA-NOVA-FIM.
           EXIT.

       LOTE-NOVO.
           MOVE LV-LOTE TO W-LTANT
           MOVE "N" TO W-LMOV
           MOVE ZEROS TO W-LABRE W-LENTR W-LDISP W-LPERD W-LAJMAIS
                         W-LAJMENOS W-LFECHA.
       LOTE-NOVO-FIM.
           EXIT.

      *------[ PRINTS THE LOT JUST CLOSED WHEN IT HELD STOCK OR ]----
      *------[ MOVED IN THE MONTH. A LOT WHOSE MOVEMENTS DO NOT ]----
      *------[ ACCOUNT FOR THE CHANGE IN ITS BALANCE IS FLAGGED ]----
       LOTE-FECHA.
           IF W-LABRE = ZEROS AND W-LMOV = "N"
              GO TO LOTE-FECHA-FIM.
           IF W-DCAB = "N"
              MOVE "Y" TO W-DCAB
              ADD 1 TO W-TDROGAS
              MOVE SPACES TO LINHA-REL
              WRITE LINHA-REL
              MOVE W-DRANT TO DDNOME
              MOVE W-CLANT TO DDCLASSE
              MOVE LIN-DROGA TO LINHA-REL
              WRITE LINHA-REL.
           MOVE W-LTANT TO DLLOTE
           MOVE W-LABRE TO DLABRE
           MOVE W-LENTR TO DLENTR
           MOVE W-LDISP TO DLDISP
           MOVE W-LPERD TO DLPERD
           MOVE W-LAJMAIS TO DLAJMAIS
           MOVE W-LAJMENOS TO DLAJMENO
           MOVE W-LFECHA TO DLFECHA
           MOVE SPACES TO DLCHECK
           COMPUTE W-CALC = W-LABRE + W-LENTR + W-LAJMAIS
                          - W-LDISP - W-LPERD - W-LAJMENOS
           IF W-CALC NOT = W-LFECHA
              MOVE "****" TO DLCHECK
              ADD 1 TO W-TDIFER.
           MOVE LIN-LOTE TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TLOTES
           ADD W-LABRE TO W-DABRE
           ADD W-LENTR TO W-DENTR
           ADD W-LDISP TO W-DDISP
           ADD W-LPERD TO W-DPERD
           ADD W-LAJMAIS TO W-DAJMAIS
           ADD W-LAJMENOS TO W-DAJMENOS
           ADD W-LFECHA TO W-DFECHA.
       LOTE-FECHA-FIM.
           EXIT.

      *------[ DRUG TOTAL UNDER ITS LOTS ]------------------------------
       DROGA-FECHA.
           IF W-DCAB = "N"
              GO TO DROGA-FECHA-FIM.
           MOVE "   TOTAL" TO DLLOTE
           MOVE W-DABRE TO DLABRE
           MOVE W-DENTR TO DLENTR
           MOVE W-DDISP TO DLDISP
           MOVE W-DPERD TO DLPERD
           MOVE W-DAJMAIS TO DLAJMAIS
           MOVE W-DAJMENOS TO DLAJMENO
           MOVE W-DFECHA TO DLFECHA
           MOVE SPACES TO DLCHECK
           MOVE LIN-LOTE TO LINHA-REL
           WRITE LINHA-REL.
       DROGA-FECHA-FIM.
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
