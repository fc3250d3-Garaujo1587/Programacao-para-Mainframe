       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP145.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   CADATEN HISTORY ARCHIVE - YEARLY BATCH JOB    *
      *   MOVES EVERY CLOSED BOOKING DATED BEFORE THE   *
      *   CUTOFF, WITH ITS CADPRESC, CADORDER AND       *
      *   CADNOTAS LINES, OUT OF THE LIVE FILES AND     *
      *   INTO CADATENH/CADPRESH/CADORDEH/CADNOTAH.     *
      *   A BOOKING IS CLOSED WHEN IT HAS AN OUTCOME,   *
      *   A KEPT VISIT HAS BEEN BILLED (CADFATUR, OR    *
      *   THE CASH DESK FOR SELF-PAY) AND NONE OF ITS   *
      *   INVOICE LINES IS ON A DENIAL STILL OPEN       *
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

       SELECT CADPRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CHAVEATENP WITH DUPLICATES.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADNOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENOTA
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NT-CPF WITH DUPLICATES.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECNUM
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS RC-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-FATNUM
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS RG-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RG-MOTIVO WITH DUPLICATES.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT CADPRESH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESH
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS PH-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADORDEH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDEH
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS OH-CPF WITH DUPLICATES.

       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENOTAH
                    FILE STATUS  IS ST-ERRO11
                    ALTERNATE RECORD KEY IS NH-CPF WITH DUPLICATES.

       SELECT RELARQAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.
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
             05 DATACON    PIC 9(08).
             05 HORACON    PIC 9(04).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESC.DAT".
       01 REGPRESC.
          03 CHAVEPRESC.
             05 CHAVEATENP   PIC X(20).
             05 SEQPRESC     PIC 9(02).
          03 DROGA           PIC X(30).
          03 DOSAGEM         PIC X(20).
          03 DURACAO         PIC X(20).
          03 REFILLS-ALLOWED PIC 9(02).
          03 REFILLS-USED    PIC 9(02).

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAS.DAT".
           COPY CPNOTAR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD CADPRESH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESH.DAT".
           COPY CPPRESHR.

       FD CADORDEH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEH.DAT".
           COPY CPORDHR.

       FD CADNOTAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".
           COPY CPNOTAHR.

       FD RELARQAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELARQAT.DAT".
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
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-CUTOFF      PIC 9(08) VALUE ZEROS.
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 W-PRESCOK     PIC X(01) VALUE "N".
       01 W-ORDEROK     PIC X(01) VALUE "N".
       01 W-NOTAOK      PIC X(01) VALUE "N".
       01 W-FATUROK     PIC X(01) VALUE "N".
       01 W-RECIBOK     PIC X(01) VALUE "N".
       01 W-RECUROK     PIC X(01) VALUE "N".
       01 W-FATOK       PIC X(01) VALUE "N".
       01 W-GLOSA       PIC X(01) VALUE "N".
       01 W-TOTLIDO     PIC 9(06) VALUE ZEROS.
       01 W-TOTARQ      PIC 9(06) VALUE ZEROS.
       01 W-TOTABER     PIC 9(06) VALUE ZEROS.
       01 W-TOTNFAT     PIC 9(06) VALUE ZEROS.
       01 W-TOTGLOSA    PIC 9(06) VALUE ZEROS.
       01 W-TOTPRESC    PIC 9(06) VALUE ZEROS.
       01 W-TOTORDER    PIC 9(06) VALUE ZEROS.
       01 W-TOTNOTAS    PIC 9(06) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).

       01 W-CORTE.
          03 W-CORTE-ANO PIC 9(04).
          03 W-CORTE-MMDD PIC 9(04).
       01 W-CORTEN REDEFINES W-CORTE PIC 9(08).

       01 LIN-TITULO.
          03 FILLER   PIC X(37) VALUE
             "RELARQAT - CADATEN HISTORY ARCHIVE - ".
          03 FILLER   PIC X(15) VALUE "BOOKINGS BEFORE".
          03 FILLER   PIC X(01) VALUE SPACE.
          03 TCORTE   PIC 9999/99/99.
          03 FILLER   PIC X(04) VALUE " ON ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "BOOKINGS KEPT IN CADATEN PAST THE CUTOFF".
          03 FILLER   PIC X(40) VALUE SPACES.

       01 LIN-CAB2.
          03 FILLER   PIC X(40) VALUE
             "DOCTOR    DATE       TIME PATIENT CPF  ".
          03 FILLER   PIC X(40) VALUE
             "REASON                                  ".

       01 LIN-DET.
          03 DCRMUF     PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 DCRM       PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DHORA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DMOTIVO    PIC X(30).

       01 LIN-TOT.
          03 TROTULO    PIC X(36).
          03 TQTD       PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAARQ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 04
               VALUE  "   CADATEN HISTORY ARCHIVE - YEARLY BATCH JOB".
           05  LINE 05  COLUMN 01
               VALUE  "     ARCHIVE BOOKINGS DATED BEFORE (YYYYMMDD):".
           05  LINE 08  COLUMN 02
               VALUE  "    ONLY CLOSED BOOKINGS MOVE: OUTCOME ON FILE,".
           05  LINE 09  COLUMN 02
               VALUE  "    KEPT VISITS BILLED, NO DENIAL STILL OPEN.".
           05  LINE 10  COLUMN 02
               VALUE  "    THE REST ARE LISTED ON RELARQAT.DAT.".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TCUTOFF
               LINE 05  COLUMN 49  PIC 9(08)
               USING  W-CUTOFF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    DEFAULT CUTOFF KEEPS THE CURRENT AND THE PREVIOUS YEAR LIVE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-CORTE-ANO = W-HOJE-ANO - 1
           MOVE 0101 TO W-CORTE-MMDD
           MOVE W-CORTEN TO W-CUTOFF
           DISPLAY TELAARQ.

       PED-001.
           ACCEPT TCUTOFF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-CUTOFF = ZEROS
              MOVE "*** ENTER A CUTOFF DATE (YYYYMMDD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.
           IF W-CUTOFF > W-HOJEN
              MOVE "*** THE CUTOFF CANNOT BE AFTER TODAY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           DISPLAY (20, 01) "  MOVE THE CLOSED BOOKINGS TO THE HISTORY "
           DISPLAY (21, 01) "  FILES (Y/N) : ".
           ACCEPT (21, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO PED-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ARCHIVE CANCELLED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "Y" AND W-OPCAO NOT = "y"
              GO TO PED-002.

       INC-OP1.
           OPEN I-O CADATEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADATEN FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

      *    A SITE THAT NEVER PRESCRIBED, ORDERED, WROTE A NOTE, BILLED
      *    AN AGREEMENT, TOOK A DESK PAYMENT OR APPEALED A DENIAL HAS
      *    NO SUCH FILE YET - SKIP IT, DONT ABORT
           OPEN I-O CADPRESC
           IF ST-ERRO2 = "00" MOVE "Y" TO W-PRESCOK.
           OPEN I-O CADORDER
           IF ST-ERRO3 = "00" MOVE "Y" TO W-ORDEROK.
           OPEN I-O CADNOTAS
           IF ST-ERRO4 = "00" MOVE "Y" TO W-NOTAOK.
           OPEN INPUT CADFATUR
           IF ST-ERRO5 = "00" MOVE "Y" TO W-FATUROK.
           OPEN INPUT CADRECIB
           IF ST-ERRO6 = "00" MOVE "Y" TO W-RECIBOK.
           OPEN INPUT CADRECUR
           IF ST-ERRO7 = "00" MOVE "Y" TO W-RECUROK.

      *------[ THE FIRST RUN CREATES THE FOUR HISTORY FILES ]-----------
       INC-OP2.
           OPEN I-O CADATENH
           IF ST-ERRO8 NOT = "00"
              OPEN OUTPUT CADATENH
              CLOSE CADATENH
              OPEN I-O CADATENH.
           OPEN I-O CADPRESH
           IF ST-ERRO9 NOT = "00"
              OPEN OUTPUT CADPRESH
              CLOSE CADPRESH
              OPEN I-O CADPRESH.
           OPEN I-O CADORDEH
           IF ST-ERRO10 NOT = "00"
              OPEN OUTPUT CADORDEH
              CLOSE CADORDEH
              OPEN I-O CADORDEH.
           OPEN I-O CADNOTAH
           IF ST-ERRO11 NOT = "00"
              OPEN OUTPUT CADNOTAH
              CLOSE CADNOTAH
              OPEN I-O CADNOTAH.
           IF ST-ERRO8 NOT = "00" OR ST-ERRO9 NOT = "00"
                            OR ST-ERRO10 NOT = "00"
                            OR ST-ERRO11 NOT = "00"
                 MOVE "ERROR CREATING A HISTORY FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN OUTPUT RELARQAT
           IF ST-ERRO12 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** ARCHIVING CLOSED BOOKINGS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE W-CUTOFF TO TCORTE
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB2 TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTLIDO W-TOTARQ W-TOTABER W-TOTNFAT
           MOVE ZEROS TO W-TOTGLOSA W-TOTPRESC W-TOTORDER W-TOTNOTAS
           MOVE SPACES TO CHAVEATEN
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO INC-FIM.

       INC-RD2.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           ADD 1 TO W-TOTLIDO
           IF DATACON NOT < W-CUTOFF
              GO TO INC-RD2.

           IF OUTCOME NOT = "A" AND OUTCOME NOT = "N"
                                AND OUTCOME NOT = "C"
              ADD 1 TO W-TOTABER
              MOVE "NO OUTCOME RECORDED" TO DMOTIVO
              PERFORM LISTA-RETIDO THRU LISTA-RETIDO-FIM
              GO TO INC-RD2.

           MOVE CHAVEATEN TO W-SAVCHAVE
           PERFORM VER-FATURA THRU VER-FATURA-FIM
           IF OUTCOME = "A" AND W-FATOK NOT = "Y"
              PERFORM VER-RECIBO THRU VER-RECIBO-FIM.
           IF OUTCOME = "A" AND W-FATOK NOT = "Y"
              ADD 1 TO W-TOTNFAT
              MOVE "KEPT VISIT NOT BILLED" TO DMOTIVO
              PERFORM LISTA-RETIDO THRU LISTA-RETIDO-FIM
              GO TO INC-RD2.
           IF W-GLOSA = "Y"
              ADD 1 TO W-TOTGLOSA
              MOVE "DENIAL (GLOSA) STILL OPEN" TO DMOTIVO
              PERFORM LISTA-RETIDO THRU LISTA-RETIDO-FIM
              GO TO INC-RD2.

      *------[ HISTORY COPY FIRST, THEN THE CHILDREN, THEN THE LIVE ]---
      *------[ DELETE - AN INTERRUPTED RUN LEAVES THE BOOKING ON    ]---
      *------[ BOTH FILES, AND THE RERUN JUST FINISHES MOVING IT    ]---
           MOVE REGATEN TO REGATENH
           MOVE W-HOJE TO AH-DATAARQ
           WRITE REGATENH
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "22"
              MOVE "ERROR WRITING CADATENH - RUN STOPPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.

           PERFORM ARQ-PRESC THRU ARQ-PRESC-FIM
           PERFORM ARQ-ORDER THRU ARQ-ORDER-FIM
           PERFORM ARQ-NOTAS THRU ARQ-NOTAS-FIM

           MOVE W-SAVCHAVE TO CHAVEATEN
           DELETE CADATEN RECORD
           ADD 1 TO W-TOTARQ
      *------[ RE-START PAST THE KEY JUST REMOVED ]---------------------
           MOVE W-SAVCHAVE TO CHAVEATEN
           START CADATEN KEY IS GREATER CHAVEATEN INVALID KEY
                 GO TO INC-FIM.
           GO TO INC-RD2.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BOOKINGS READ ...................." TO TROTULO
           MOVE W-TOTLIDO TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "BOOKINGS MOVED TO CADATENH ......." TO TROTULO
           MOVE W-TOTARQ TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "KEPT - NO OUTCOME RECORDED ......." TO TROTULO
           MOVE W-TOTABER TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "KEPT - KEPT VISIT NOT BILLED ....." TO TROTULO
           MOVE W-TOTNFAT TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "KEPT - DENIAL (GLOSA) STILL OPEN ." TO TROTULO
           MOVE W-TOTGLOSA TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "PRESCRIPTION LINES MOVED ........." TO TROTULO
           MOVE W-TOTPRESC TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "ORDER LINES MOVED ................" TO TROTULO
           MOVE W-TOTORDER TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM
           MOVE "NOTE LINES MOVED ................." TO TROTULO
           MOVE W-TOTNOTAS TO TQTD
           PERFORM LISTA-TOT THRU LISTA-TOT-FIM

           MOVE SPACES TO MENS
           STRING "*** " W-TOTARQ " ARCHIVED - SEE RELARQAT.DAT ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELARQAT.

       ROT-FIM.
           CLOSE CADATEN CADATENH CADPRESH CADORDEH CADNOTAH
           IF W-PRESCOK = "Y"
              CLOSE CADPRESC.
           IF W-ORDEROK = "Y"
              CLOSE CADORDER.
           IF W-NOTAOK = "Y"
              CLOSE CADNOTAS.
           IF W-FATUROK = "Y"
              CLOSE CADFATUR.
           IF W-RECIBOK = "Y"
              CLOSE CADRECIB.
           IF W-RECUROK = "Y"
              CLOSE CADRECUR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ THE BOOKING'S INVOICE LINES: ANY LIVE ONE MEANS THE ]----
      *------[ VISIT WAS BILLED; A PARTIAL OR REJECTED LINE WHOSE  ]----
      *------[ APPEAL IS PENDING, OR NOT FILED YET, HOLDS IT BACK  ]----
       VER-FATURA.
           MOVE "N" TO W-FATOK W-GLOSA
           IF W-FATUROK NOT = "Y"
              GO TO VER-FATURA-FIM.
           MOVE W-SAVCHAVE TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO VER-FATURA-FIM.
       VER-FATURA1.
           READ CADFATUR NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO VER-FATURA-FIM.
           IF FT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO VER-FATURA-FIM.
           IF FT-STATUS = "X"
              GO TO VER-FATURA1.
           MOVE "Y" TO W-FATOK
           IF FT-SITPAG NOT = "P" AND FT-SITPAG NOT = "R"
              GO TO VER-FATURA1.
           IF W-RECUROK NOT = "Y"
              MOVE "Y" TO W-GLOSA
              GO TO VER-FATURA-FIM.
           MOVE FATNUM TO RG-FATNUM
           READ CADRECUR KEY IS RG-FATNUM
           IF ST-ERRO7 NOT = "00" OR RG-RESULT = "P"
              MOVE "Y" TO W-GLOSA
              GO TO VER-FATURA-FIM.
           GO TO VER-FATURA1.
       VER-FATURA-FIM.
           EXIT.

      *------[ SELF-PAY VISITS ARE SETTLED AT THE SMP056 CASH DESK ]----
      *------[ AND NEVER REACH CADFATUR - A RECEIPT IS THE BILLING ]----
       VER-RECIBO.
           IF W-RECIBOK NOT = "Y"
              GO TO VER-RECIBO-FIM.
           MOVE W-SAVCHAVE TO RC-CHAVEATEN
           START CADRECIB KEY IS NOT LESS RC-CHAVEATEN INVALID KEY
                 GO TO VER-RECIBO-FIM.
           READ CADRECIB NEXT
           IF ST-ERRO6 = "00" AND RC-CHAVEATEN = W-SAVCHAVE
              MOVE "Y" TO W-FATOK.
       VER-RECIBO-FIM.
           EXIT.

      *------[ EACH CHILD LINE IS COPIED, THEN DELETED - A LINE ]-------
      *------[ ALREADY ON THE HISTORY FILE (22) IS FROM A RUN   ]-------
      *------[ THAT WAS INTERRUPTED, SO ITS COPY IS KEPT        ]-------
       ARQ-PRESC.
           IF W-PRESCOK NOT = "Y"
              GO TO ARQ-PRESC-FIM.
           MOVE W-SAVCHAVE TO CHAVEATENP
           MOVE ZEROS TO SEQPRESC
           START CADPRESC KEY IS NOT LESS CHAVEPRESC INVALID KEY
                 GO TO ARQ-PRESC-FIM.
           READ CADPRESC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ARQ-PRESC-FIM.
           IF CHAVEATENP NOT = W-SAVCHAVE
              GO TO ARQ-PRESC-FIM.
           MOVE REGPRESC TO REGPRESH
           WRITE REGPRESH
           DELETE CADPRESC RECORD
           ADD 1 TO W-TOTPRESC
           GO TO ARQ-PRESC.
       ARQ-PRESC-FIM.
           EXIT.

       ARQ-ORDER.
           IF W-ORDEROK NOT = "Y"
              GO TO ARQ-ORDER-FIM.
           MOVE W-SAVCHAVE TO OR-CHAVEATEN
           MOVE ZEROS TO OR-SEQ
           START CADORDER KEY IS NOT LESS CHAVEORDER INVALID KEY
                 GO TO ARQ-ORDER-FIM.
           READ CADORDER NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ARQ-ORDER-FIM.
           IF OR-CHAVEATEN NOT = W-SAVCHAVE
              GO TO ARQ-ORDER-FIM.
           MOVE REGORDER TO REGORDEH
           WRITE REGORDEH
           DELETE CADORDER RECORD
           ADD 1 TO W-TOTORDER
           GO TO ARQ-ORDER.
       ARQ-ORDER-FIM.
           EXIT.

       ARQ-NOTAS.
           IF W-NOTAOK NOT = "Y"
              GO TO ARQ-NOTAS-FIM.
           MOVE W-SAVCHAVE TO NT-CHAVEATEN
           MOVE ZEROS TO NT-SEQ
           START CADNOTAS KEY IS NOT LESS CHAVENOTA INVALID KEY
                 GO TO ARQ-NOTAS-FIM.
           READ CADNOTAS NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ARQ-NOTAS-FIM.
           IF NT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO ARQ-NOTAS-FIM.
           MOVE REGNOTA TO REGNOTAH
           WRITE REGNOTAH
           DELETE CADNOTAS RECORD
           ADD 1 TO W-TOTNOTAS
           GO TO ARQ-NOTAS.
       ARQ-NOTAS-FIM.
           EXIT.

      *------[ ONE LINE PER BOOKING HELD BACK PAST THE CUTOFF ]---------
       LISTA-RETIDO.
           MOVE CRMUF   TO DCRMUF
           MOVE CRM     TO DCRM
           MOVE DATACON TO DDATA
           MOVE HORACON TO DHORA
           MOVE CPF     TO DCPF
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       LISTA-RETIDO-FIM.
           EXIT.

       LISTA-TOT.
           MOVE LIN-TOT TO LINHA-REL
           WRITE LINHA-REL.
       LISTA-TOT-FIM.
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
      *    22 = CHAVE JA EXISTE
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: RUN ONCE A YEAR, AFTER THE BACKUP. BOOKINGS MOVED TO
      *    CADATENH ARE STILL READ BY SMP023, SMP049 AND SMP090, AND
      *    RE-KEYED BY SMP028/SMP076, SO NO HISTORY IS LOST TO THEM.

      *---------------------*** END OF PROGRAM ***--------------------*
