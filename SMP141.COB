       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP141.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     REPORT MAIL DISTRIBUTION                    *
      *     EVERY RPTCAT RUN NOT YET DISTRIBUTED IS     *
      *     MAILED, THROUGH MAILWSVC, TO THE CADDIST    *
      *     RECIPIENTS DUE TODAY. A REPORT CARRYING     *
      *     PATIENT DATA ONLY GOES TO RECIPIENTS        *
      *     AUTHORIZED FOR IT. EACH RUN IS STAMPED      *
      *     WITH THE OUTCOME AND RELDIST LISTS EVERY    *
      *     DELIVERY THAT FAILED OR WAS WITHHELD        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RPTCAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RP.

       SELECT RPTTEMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDIST
                    FILE STATUS  IS ST-ERRO.

       SELECT RELDIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RPTCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPTCAT.DAT".
           COPY CPRPTCAT.

       FD RPTTEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPTTEMP.DAT".
       01 REGTEMP          PIC X(72).

       FD CADDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIST.DAT".
           COPY CPDISTR.

       FD RELDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIST.DAT".
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
       01 ST-ERRO-RP    PIC X(02) VALUE "00".
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.
       01 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       01 W-DIASREL     PIC 9(07) VALUE ZEROS.
       01 W-DECORR      PIC S9(07) VALUE ZEROS.
       01 W-CLINICO     PIC X(01) VALUE SPACES.
       01 W-DESCREL     PIC X(30) VALUE SPACES.
       01 W-DEVIDO      PIC X(01) VALUE SPACES.
       01 W-ASSUNTO     PIC X(60) VALUE SPACES.
       01 W-MAILSTAT    PIC X(02) VALUE SPACES.
       01 W-ENVOK       PIC 9(03) VALUE ZEROS.
       01 W-ENVERR      PIC 9(03) VALUE ZEROS.
       01 W-QTDCAT      PIC 9(05) VALUE ZEROS.
       01 W-QTDENV      PIC 9(05) VALUE ZEROS.
       01 W-QTDERR      PIC 9(05) VALUE ZEROS.
       01 W-QTDRET      PIC 9(05) VALUE ZEROS.
       01 W-QTDVELHO    PIC 9(05) VALUE ZEROS.

      *----[ A RUN STILL UNDISTRIBUTED THIS MANY (30/360) DAYS ]--------
      *----[ AFTER IT WAS CATALOGUED IS MARKED AND NOT SENT    ]--------
       77 W-JANELA      PIC 9(03) VALUE 7.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).

       01 W-DATA-R.
          03 W-DR-ANO   PIC 9(04).
          03 W-DR-MES   PIC 9(02).
          03 W-DR-DIA   PIC 9(02).

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

       01 LIN-TITULO.
          03 FILLER   PIC X(41) VALUE
             "RELDIST - REPORT MAIL DELIVERY EXCEPTIONS".
          03 FILLER   PIC X(03) VALUE " - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(26) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "PROGRAM  RUN DATE   SEQ RECIPIENT       ".
          03 FILLER   PIC X(40) VALUE
             "      RESULT                            ".

       01 LIN-DET.
          03 DPROG      PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSEQ       PIC 9(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRESULT    PIC X(35).

       01 LIN-MAIL.
          03 FILLER     PIC X(24) VALUE SPACES.
          03 DEMAIL     PIC X(50).

       01 LIN-ROD1.
          03 FILLER     PIC X(32) VALUE
             "RUNS DISTRIBUTED TONIGHT ..... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(32) VALUE
             "DELIVERIES ACCEPTED .......... ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(32) VALUE
             "DELIVERIES FAILED ............ ".
          03 R3TOT      PIC ZZ.ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(32) VALUE
             "WITHHELD - PATIENT DATA ...... ".
          03 R4TOT      PIC ZZ.ZZ9.
       01 LIN-ROD5.
          03 FILLER     PIC X(32) VALUE
             "RUNS TOO OLD - NOT SENT ...... ".
          03 R5TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADDIST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADDIST FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT RPTCAT
           IF ST-ERRO-RP NOT = "00"
                 MOVE "*** NO REPORT CATALOGUED YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIST
                 GO TO ROT-FIM2.

           OPEN OUTPUT RPTTEMP
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING RPTTEMP.DAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIST RPTCAT
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELDIST
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDIST RPTCAT RPTTEMP
                 GO TO ROT-FIM2.

           MOVE "*** MAILING CATALOGUED REPORTS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-DIASEM FROM DAY-OF-WEEK
           MOVE W-HOJEN TO W-SDATAN
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           COMPUTE W-DIASHOJE = W-HOJE-ANO * 360 +
                                 W-HOJE-MES * 30 + W-HOJE-DIA
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-QTDCAT W-QTDENV W-QTDERR W-QTDRET
                         W-QTDVELHO.

       LER-CAT.
           READ RPTCAT AT END
              GO TO CAT-FIM.
           IF RP-ENVIO NOT = SPACE
              GO TO LER-CAT2.

           MOVE RP-DATA TO W-DATA-R
           COMPUTE W-DIASREL = W-DR-ANO * 360 +
                                W-DR-MES * 30 + W-DR-DIA
           COMPUTE W-DECORR = W-DIASHOJE - W-DIASREL
           IF W-DECORR > W-JANELA
              MOVE "V" TO RP-ENVIO
              MOVE W-HOJEN TO RP-ENVDATA
              ADD 1 TO W-QTDVELHO
              GO TO LER-CAT2.

           PERFORM ENTREGA THRU ENTREGA-FIM
           ADD 1 TO W-QTDCAT.
       LER-CAT2.
           WRITE REGTEMP FROM REGRPTCAT
           GO TO LER-CAT.

      *------[ REWRITES RPTCAT.DAT WITH EVERY RUN NOW STAMPED ]---------
       CAT-FIM.
           CLOSE RPTCAT RPTTEMP
           OPEN INPUT RPTTEMP
           OPEN OUTPUT RPTCAT
           IF ST-ERRO-RP NOT = "00"
                 MOVE "ERROR REWRITING RPTCAT.DAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE RPTTEMP
                 GO TO INC-FIM.
       CAT-FIM1.
           READ RPTTEMP AT END
              GO TO CAT-FIM2.
           WRITE REGRPTCAT FROM REGTEMP
           GO TO CAT-FIM1.
       CAT-FIM2.
           CLOSE RPTTEMP RPTCAT.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDCAT TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDENV TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDERR TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDRET TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDVELHO TO R5TOT
           MOVE LIN-ROD5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELDIST.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADDIST RELDIST.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ MAILS ONE CATALOGUED RUN TO ITS RECIPIENTS DUE ]---------
      *------[ TODAY. LINE 00 OF THE PROGRAM SAYS WHETHER THE  ]--------
      *------[ REPORT CARRIES PATIENT DATA - WITHOUT IT, IT IS ]--------
      *------[ TAKEN TO CARRY IT                               ]--------
       ENTREGA.
           MOVE ZEROS TO W-ENVOK W-ENVERR
           MOVE "Y" TO W-CLINICO
           MOVE SPACES TO W-DESCREL
           MOVE RP-PROGRAMA TO DS-PROGRAMA
           MOVE ZEROS TO DS-SEQ
           READ CADDIST
           IF ST-ERRO = "00"
              MOVE DS-CLINICO TO W-CLINICO
              MOVE DS-DESCR TO W-DESCREL.

           MOVE SPACES TO W-ASSUNTO
           STRING "REPORT "   DELIMITED BY SIZE
                  RP-PROGRAMA DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
                  RP-DATA     DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  RP-SEQ      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  W-DESCREL   DELIMITED BY SIZE
             INTO W-ASSUNTO

           MOVE RP-PROGRAMA TO DS-PROGRAMA
           MOVE 01 TO DS-SEQ
           START CADDIST KEY IS NOT LESS CHAVEDIST INVALID KEY
                 GO TO ENTREGA-2.
       ENTREGA-1.
           READ CADDIST NEXT
           IF ST-ERRO NOT = "00"
              GO TO ENTREGA-2.
           IF DS-PROGRAMA NOT = RP-PROGRAMA
              GO TO ENTREGA-2.
           IF DS-ATIVO NOT = "A"
              GO TO ENTREGA-1.
           PERFORM VENCE THRU VENCE-FIM
           IF W-DEVIDO NOT = "Y"
              GO TO ENTREGA-1.

           IF W-CLINICO NOT = "N" AND DS-AUTPAC NOT = "Y"
              MOVE "WITHHELD - NOT AUTH. PATIENT DATA" TO DRESULT
              PERFORM EXCECAO THRU EXCECAO-FIM
              ADD 1 TO W-QTDRET
              GO TO ENTREGA-1.

           MOVE "99" TO W-MAILSTAT
           CALL "MAILWSVC" USING DS-EMAIL W-ASSUNTO RP-ARQUIVO
                                 W-MAILSTAT
              ON OVERFLOW
                 MOVE "99" TO W-MAILSTAT.
           IF W-MAILSTAT = "00"
              ADD 1 TO W-ENVOK W-QTDENV
              GO TO ENTREGA-1.

           ADD 1 TO W-ENVERR W-QTDERR
           IF W-MAILSTAT = "01"
              MOVE "FAILED 01 - ADDRESS REFUSED" TO DRESULT
           ELSE
              IF W-MAILSTAT = "02"
                 MOVE "FAILED 02 - NO SPOOL FILE NAMED" TO DRESULT
              ELSE
                 IF W-MAILSTAT = "03"
                    MOVE "FAILED 03 - MAILBOX FULL" TO DRESULT
                 ELSE
                    MOVE "FAILED 99 - NO ANSWER FROM SERVER"
                                                       TO DRESULT.
           PERFORM EXCECAO THRU EXCECAO-FIM
           GO TO ENTREGA-1.
       ENTREGA-2.
           IF W-ENVERR > ZEROS
              MOVE "F" TO RP-ENVIO
           ELSE
              IF W-ENVOK > ZEROS
                 MOVE "E" TO RP-ENVIO
              ELSE
                 MOVE "N" TO RP-ENVIO.
           MOVE W-HOJEN TO RP-ENVDATA.
       ENTREGA-FIM.
           EXIT.

      *------[ IS THIS RECIPIENT DUE TODAY? D EVERY RUN, S ON ITS ]-----
      *------[ WEEKDAY, M ON ITS DAY - OR ON THE LAST DAY OF A    ]-----
      *------[ MONTH TOO SHORT TO HAVE IT                         ]-----
       VENCE.
           MOVE "N" TO W-DEVIDO
           IF DS-FREQ = "D"
              MOVE "Y" TO W-DEVIDO
              GO TO VENCE-FIM.
           IF DS-FREQ = "S"
              IF DS-DIA = W-DIASEM
                 MOVE "Y" TO W-DEVIDO
                 GO TO VENCE-FIM
              ELSE
                 GO TO VENCE-FIM.
           IF DS-FREQ NOT = "M"
              GO TO VENCE-FIM.
           IF DS-DIA = W-HOJE-DIA
              MOVE "Y" TO W-DEVIDO
              GO TO VENCE-FIM.
           IF DS-DIA > W-DIASMES AND W-HOJE-DIA = W-DIASMES
              MOVE "Y" TO W-DEVIDO.
       VENCE-FIM.
           EXIT.

      *------[ ONE EXCEPTION LINE, WITH THE ADDRESS UNDER IT ]----------
       EXCECAO.
           MOVE RP-PROGRAMA TO DPROG
           MOVE RP-DATA TO DDATA
           MOVE RP-SEQ TO DSEQ
           MOVE DS-NOME TO DNOME
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           MOVE DS-EMAIL TO DEMAIL
           MOVE LIN-MAIL TO LINHA-REL
           WRITE LINHA-REL.
       EXCECAO-FIM.
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
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: A RUN THAT FAILED FOR ANY RECIPIENT IS STAMPED F AND
      *    IS NOT RE-SENT ON A LATER NIGHT - RELDIST NAMES THE
      *    RECIPIENTS TO SEND IT TO BY HAND (SMP078 REPRINT).

      *---------------------*** END OF PROGRAM ***--------------------*
