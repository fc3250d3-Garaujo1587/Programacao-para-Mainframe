       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP142.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     NIGHT BATCH RUN CONTROL                     *
      *     READS THE RUNCARD CONTROL CARDS OF A STEP   *
      *     AND KEEPS CADRUNC - ONE ROW PER STEP PER    *
      *     BUSINESS DATE:                              *
      *     N - PLANS A STEP FOR THE NIGHT              *
      *     G - GATES A STEP: RETURN CODE 0 = RUN IT,   *
      *         4 = ALREADY COMPLETED, 8 = HELD, THE    *
      *         STEP IT DEPENDS ON IS NOT COMPLETED     *
      *     C - CLOSES A STEP THAT ENDED CLEAN          *
      *     D - FORCES THE BUSINESS DATE (RERUN OF AN   *
      *         OLDER NIGHT)                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERUN
                    FILE STATUS  IS ST-ERRO.

       SELECT RUNCARD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNC.DAT".
           COPY CPRUNCR.

       FD RUNCARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RUNCARD.DAT".
       01 REGCARD.
          03 CD-FUNCAO     PIC X(01).
          03 FILLER        PIC X(01).
          03 CD-PASSO      PIC X(08).
          03 FILLER        PIC X(01).
          03 CD-PROGRAMA   PIC X(08).
          03 FILLER        PIC X(01).
          03 CD-DEPENDE    PIC X(08).
          03 FILLER        PIC X(52).
       01 REGCARD-D.
          03 FILLER        PIC X(02).
          03 CD-DATANEG    PIC 9(08).
          03 FILLER        PIC X(70).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-RC          PIC 9(02) VALUE ZEROS.
       01 W-DATANEG     PIC 9(08) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.
       01 W-SVRUN       PIC X(55) VALUE SPACES.

      *----[ A RUN STARTED BEFORE THIS HOUR BELONGS TO THE NIGHT ]------
      *----[ BEFORE - THE MORNING RERUN KEEPS LAST NIGHT'S DATE  ]------
       77 W-CORTE       PIC 9(02) VALUE 18.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).

       01 W-HORA.
          03 W-HORA-HMS.
             05 W-HORA-HH PIC 9(02).
             05 W-HORA-MM PIC 9(02).
             05 W-HORA-SS PIC 9(02).
          03 W-HORA-CC  PIC 9(02).
       01 W-HORAN REDEFINES W-HORA.
          03 W-HORA-6   PIC 9(06).
          03 FILLER     PIC 9(02).

       01 W-SDATA.
          03 SD-ANO     PIC 9(04).
          03 SD-MES     PIC 9(02).
          03 SD-DIA     PIC 9(02).
       01 W-SDATAN REDEFINES W-SDATA PIC 9(08).

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

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-RC W-DATANEG
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME

           OPEN I-O CADRUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRUNC
                 CLOSE CADRUNC
                 MOVE "*** CADRUNC FILE CREATED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INICIO
              ELSE
                 MOVE "ERROR IN OPENING CADRUNC - STEP RUNS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT RUNCARD
           IF ST-ERRO2 NOT = "00"
                 MOVE "*** NO RUNCARD CONTROL CARDS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRUNC
                 GO TO ROT-FIM2.

       LER-CARD.
           READ RUNCARD AT END
              GO TO ROT-FIM.
           IF CD-FUNCAO = "*" OR CD-FUNCAO = SPACE
              GO TO LER-CARD.
           IF CD-FUNCAO = "D"
              PERFORM FORCA-DATA THRU FORCA-DATA-FIM
              GO TO LER-CARD.
           IF CD-FUNCAO = "N"
              PERFORM PLANO THRU PLANO-FIM
              GO TO LER-CARD.
           IF CD-FUNCAO = "G"
              PERFORM PORTAO THRU PORTAO-FIM
              GO TO LER-CARD.
           IF CD-FUNCAO = "C"
              PERFORM CONCLUI THRU CONCLUI-FIM
              GO TO LER-CARD.
           MOVE "*** INVALID RUNCARD - IGNORED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LER-CARD.

       ROT-FIM.
           CLOSE CADRUNC RUNCARD.
       ROT-FIM2.
           MOVE W-RC TO RETURN-CODE
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ D CARD - THE OPERATOR NAMES THE NIGHT TO RERUN ]---------
       FORCA-DATA.
           IF CD-DATANEG NOT NUMERIC OR CD-DATANEG = ZEROS
              MOVE "*** INVALID BUSINESS DATE CARD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FORCA-DATA-FIM.
           MOVE CD-DATANEG TO W-DATANEG
           PERFORM ATUAL-GRAVA THRU ATUAL-GRAVA-FIM.
       FORCA-DATA-FIM.
           EXIT.

      *------[ N CARD - THE FIRST ONE OF THE NIGHT FIXES THE      ]-----
      *------[ BUSINESS DATE. A STEP ALREADY PLANNED KEEPS ITS    ]-----
      *------[ STATUS, SO A RERUN PICKS UP WHERE THE NIGHT STOPPED ]----
       PLANO.
           IF W-DATANEG = ZEROS
              PERFORM DATA-NEGOCIO THRU DATA-NEGOCIO-FIM
              PERFORM ATUAL-GRAVA THRU ATUAL-GRAVA-FIM.
           MOVE W-DATANEG TO RN-DATA
           MOVE CD-PASSO TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO = "00"
              MOVE CD-PROGRAMA TO RN-PROGRAMA
              MOVE CD-DEPENDE TO RN-DEPENDE
              REWRITE REGRUN
              GO TO PLANO-FIM.
           MOVE SPACES TO RN-DADOS
           MOVE CD-PROGRAMA TO RN-PROGRAMA
           MOVE CD-DEPENDE TO RN-DEPENDE
           MOVE "P" TO RN-STATUS
           MOVE ZEROS TO RN-DTEXEC RN-INICIO RN-FIM RN-TENTAT
           WRITE REGRUN.
       PLANO-FIM.
           EXIT.

      *------[ G CARD - RETURN CODE 4 WHEN THE STEP IS ALREADY ]--------
      *------[ DONE FOR THIS DATE, 8 WHEN THE STEP IT DEPENDS  ]--------
      *------[ ON IS NOT; OTHERWISE THE STEP IS MARKED STARTED ]--------
       PORTAO.
           PERFORM ATUAL-LER THRU ATUAL-LER-FIM
           MOVE W-DATANEG TO RN-DATA
           MOVE CD-PASSO TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO RN-DADOS
              MOVE CD-PROGRAMA TO RN-PROGRAMA
              MOVE CD-DEPENDE TO RN-DEPENDE
              MOVE "P" TO RN-STATUS
              MOVE ZEROS TO RN-DTEXEC RN-INICIO RN-FIM RN-TENTAT
              WRITE REGRUN.
           IF RN-STATUS = "C"
              IF W-RC < 4
                 MOVE 4 TO W-RC
                 MOVE "*** STEP ALREADY COMPLETED - SKIPPED ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PORTAO-FIM
              ELSE
                 GO TO PORTAO-FIM.
           IF RN-DEPENDE = SPACES
              GO TO PORTAO-1.

           MOVE REGRUN TO W-SVRUN
           MOVE RN-DEPENDE TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO = "00" AND RN-STATUS = "C"
              MOVE W-SVRUN TO REGRUN
              GO TO PORTAO-1.
           MOVE W-SVRUN TO REGRUN
           MOVE "S" TO RN-STATUS
           REWRITE REGRUN
           MOVE 8 TO W-RC
           MOVE "*** STEP HELD - DEPENDENCY NOT COMPLETED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PORTAO-FIM.
       PORTAO-1.
           MOVE "I" TO RN-STATUS
           MOVE W-HOJEN TO RN-DTEXEC
           MOVE W-HORA-6 TO RN-INICIO
           MOVE ZEROS TO RN-FIM
           IF RN-TENTAT < 99
              ADD 1 TO RN-TENTAT.
           REWRITE REGRUN.
       PORTAO-FIM.
           EXIT.

      *------[ C CARD - THE STEP ENDED CLEAN ]--------------------------
       CONCLUI.
           PERFORM ATUAL-LER THRU ATUAL-LER-FIM
           MOVE W-DATANEG TO RN-DATA
           MOVE CD-PASSO TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** STEP WAS NEVER GATED - NOT CLOSED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUI-FIM.
           MOVE "C" TO RN-STATUS
           MOVE W-HORA-6 TO RN-FIM
           REWRITE REGRUN.
       CONCLUI-FIM.
           EXIT.

      *------[ BUSINESS DATE OF THE NIGHT IN PROGRESS ]-----------------
       ATUAL-LER.
           IF W-DATANEG NOT = ZEROS
              GO TO ATUAL-LER-FIM.
           MOVE ZEROS TO RN-DATA
           MOVE "*ATUAL*" TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO = "00"
              MOVE RN-DATANEG TO W-DATANEG
              GO TO ATUAL-LER-FIM.
           PERFORM DATA-NEGOCIO THRU DATA-NEGOCIO-FIM
           PERFORM ATUAL-GRAVA THRU ATUAL-GRAVA-FIM.
       ATUAL-LER-FIM.
           EXIT.

       ATUAL-GRAVA.
           MOVE ZEROS TO RN-DATA
           MOVE "*ATUAL*" TO RN-PASSO
           READ CADRUNC
           MOVE SPACES TO RN-DADOS
           MOVE W-DATANEG TO RN-DATANEG
           IF ST-ERRO = "00"
              REWRITE REGRUN
           ELSE
              WRITE REGRUN.
       ATUAL-GRAVA-FIM.
           EXIT.

      *------[ TODAY, OR YESTERDAY WHEN STARTED BEFORE W-CORTE ]--------
       DATA-NEGOCIO.
           MOVE W-HOJEN TO W-SDATAN
           IF W-HORA-HH NOT < W-CORTE
              GO TO DATA-NEGOCIO-1.
           SUBTRACT 1 FROM SD-DIA
           IF SD-DIA > ZEROS
              GO TO DATA-NEGOCIO-1.
           SUBTRACT 1 FROM SD-MES
           IF SD-MES = ZEROS
              MOVE 12 TO SD-MES
              SUBTRACT 1 FROM SD-ANO.
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           MOVE W-DIASMES TO SD-DIA.
       DATA-NEGOCIO-1.
           MOVE W-SDATAN TO W-DATANEG.
       DATA-NEGOCIO-FIM.
           EXIT.

      *--------[ DAYS IN THE MONTH OF W-SDATA (GREGORIAN LEAP RULE) ]---
       MES-DIAS.
           MOVE TBMES(SD-MES) TO W-DIASMES
           IF SD-MES NOT = 2
              GO TO MES-DIAS-FIM.
           DIVIDE SD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE SD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE SD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD400 = 0 OR (W-MOD4 = 0 AND W-MOD100 NOT = 0)
              MOVE 29 TO W-DIASMES.
       MES-DIAS-FIM.
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
      *    NOTE: WHEN CADRUNC CANNOT BE OPENED THE GATE ANSWERS 0 AND
      *    THE STEP RUNS - A MISSED REPORT COSTS MORE THAN A REPEATED
      *    CATALOGUE LINE.

      *---------------------*** END OF PROGRAM ***--------------------*
