       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP110.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     BANK COLLECTION RETURN IMPORT               *
      *     READS THE BANK'S CNAB 400 RETURN (RETCNAB), *
      *     POSTS EVERY LINE OF A SLIP PAID IN FULL AS  *
      *     SETTLED IN CADFATUR, RELEASES THE LINES OF  *
      *     REJECTED SLIPS AND LISTS IN RELRETOR WHAT   *
      *     COULD NOT BE MATCHED OR POSTED, FOLLOWED BY *
      *     THE SLIPS NOW PAST DUE AND STILL UNPAID     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETCNAB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-NOSSONUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BL-CONV WITH DUPLICATES.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT RELRETOR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RETCNAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETCNAB.DAT".
           COPY CPCNAB.

       FD CADBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLET.DAT".
           COPY CPBOLETR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD RELRETOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETOR.DAT".
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
       01 W-RTAVAIL     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-MODO        PIC X(01) VALUE SPACE.
       01 W-PROBLEMA    PIC X(28) VALUE SPACES.
       01 W-EXCECAO     PIC X(01) VALUE "N".
       01 W-LINPOST     PIC 9(04) VALUE ZEROS.
       01 W-LINFORA     PIC 9(04) VALUE ZEROS.
       01 W-QTDLIDOS    PIC 9(05) VALUE ZEROS.
       01 W-QTDCONF     PIC 9(05) VALUE ZEROS.
       01 W-QTDPAGO     PIC 9(05) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC      PIC 9(05) VALUE ZEROS.
       01 W-QTDVENC     PIC 9(05) VALUE ZEROS.
       01 W-VLRPAGO     PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRTARIFA   PIC 9(07)V99 VALUE ZEROS.
       01 W-VLRVENC     PIC 9(09)V99 VALUE ZEROS.

           COPY CPBANCO.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELRETOR - BANK COLLECTION RETURN IMPORT - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-SEMARQ.
          03 FILLER   PIC X(40) VALUE
             "*** NO RETURN FILE RECEIVED FROM THE BAN".
          03 FILLER   PIC X(40) VALUE
             "K TONIGHT ***                           ".

       01 LIN-OUTRA.
          03 FILLER   PIC X(40) VALUE
             "*** RETURN FILE IS FOR ANOTHER BANK OR A".
          03 FILLER   PIC X(40) VALUE
             "CCOUNT - NOT PROCESSED ***              ".

       01 LIN-TIT1.
          03 FILLER   PIC X(40) VALUE
             "RETURN RECORDS                          ".
          03 FILLER   PIC X(40) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER   PIC X(40) VALUE
             "NOSSO NUM. OC DATE               PAID  ".
          03 FILLER   PIC X(40) VALUE
             "  SLIP VALUE RESULT                     ".

       01 LIN-DET.
          03 DNOSSO     PIC 9(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DOCORR     PIC 99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPAGO      PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVALOR     PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRESULT    PIC X(28).

       01 LIN-LINHA.
          03 FILLER     PIC X(06) VALUE "*LINE ".
          03 LFATNUM    PIC 9(08).
          03 FILLER     PIC X(14) VALUE " NOT OPEN".

       01 LIN-POSTED.
          03 FILLER     PIC X(07) VALUE "POSTED ".
          03 PQTD       PIC ZZZ9.
          03 FILLER     PIC X(06) VALUE " LINES".

       01 LIN-REJ.
          03 FILLER     PIC X(15) VALUE "*REJECTED CODE ".
          03 RMOTREJ    PIC X(08).

       01 LIN-TIT2.
          03 FILLER   PIC X(40) VALUE
             "SLIPS PAST DUE AND STILL UNPAID         ".
          03 FILLER   PIC X(40) VALUE SPACES.

       01 LIN-CAB2.
          03 FILLER   PIC X(40) VALUE
             "NOSSO NUM. AGRM PERIOD  DUE         SLI".
          03 FILLER   PIC X(40) VALUE
             "P VALUE                                 ".

       01 LIN-VENC.
          03 VNOSSO     PIC 9(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 VCONV      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 VPERMES    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 VPERANO    PIC 9999.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 VVENC      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 VVALOR     PIC Z.ZZZ.ZZ9,99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "RETURN RECORDS READ ........ ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "REGISTRATIONS CONFIRMED .... ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "SLIPS PAID AND POSTED ...... ".
          03 R3TOT      PIC ZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R3VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "INVOICE LINES SETTLED ...... ".
          03 R4TOT      PIC ZZ.ZZ9.
       01 LIN-ROD5.
          03 FILLER     PIC X(30) VALUE
             "BANK FEES ON PAID SLIPS .... ".
          03 FILLER     PIC X(09) VALUE SPACES.
          03 R5VALOR    PIC Z.ZZZ.ZZ9,99.
       01 LIN-ROD6.
          03 FILLER     PIC X(30) VALUE
             "REJECTED BY THE BANK ....... ".
          03 R6TOT      PIC ZZ.ZZ9.
       01 LIN-ROD7.
          03 FILLER     PIC X(30) VALUE
             "EXCEPTIONS TO FOLLOW UP .... ".
          03 R7TOT      PIC ZZ.ZZ9.
       01 LIN-ROD8.
          03 FILLER     PIC X(30) VALUE
             "SLIPS PAST DUE ............. ".
          03 R8TOT      PIC ZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R8VALOR    PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADBOLET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADBOLET FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN I-O CADFATUR
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR IN OPENING THE CADFATUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBOLET
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELRETOR
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** IMPORTING THE BANK RETURN ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDLIDOS W-QTDCONF W-QTDPAGO W-QTDLIN
           MOVE ZEROS TO W-QTDREJ W-QTDEXC W-QTDVENC
           MOVE ZEROS TO W-VLRPAGO W-VLRTARIFA W-VLRVENC

      *    THE BANK ONLY SENDS A RETURN ON BUSINESS DAYS - NO FILE
      *    IS A NORMAL NIGHT AND THE PAST-DUE LIST IS STILL PRODUCED
           MOVE "N" TO W-RTAVAIL
           OPEN INPUT RETCNAB
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-RTAVAIL
           ELSE
              MOVE LIN-SEMARQ TO LINHA-REL
              WRITE LINHA-REL
              GO TO VENC-001.

           MOVE LIN-TIT1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL.

      *------[ ONE RETURN RECORD AT A TIME AGAINST CADBOLET ]----------
       LER-RET.
           READ RETCNAB
           IF ST-ERRO2 NOT = "00"
              GO TO VENC-001.
           IF CNAB-TIPO = "9"
              GO TO LER-RET.
           IF CNAB-TIPO = "0"
              IF CNH-BANCO NOT = BC-BANCO OR
                 CNH-AGENCIA NOT = BC-AGENCIA OR
                 CNH-CONTA NOT = BC-CONTA
                 MOVE LIN-OUTRA TO LINHA-REL
                 WRITE LINHA-REL
                 ADD 1 TO W-QTDEXC
                 GO TO VENC-001
              ELSE
                 GO TO LER-RET.
           IF CNAB-TIPO NOT = "1"
              GO TO LER-RET.

           ADD 1 TO W-QTDLIDOS
           MOVE SPACES TO W-PROBLEMA
           MOVE "Y" TO W-EXCECAO
           MOVE CND-NOSSONUM TO BL-NOSSONUM
           READ CADBOLET KEY IS BL-NOSSONUM
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO BL-VALOR
              MOVE "*SLIP NOT ON FILE" TO W-PROBLEMA
              GO TO LER-RET8.

           IF CND-OCORR = 02
              PERFORM CONFIRMA THRU CONFIRMA-FIM
              GO TO LER-RET8.
           IF CND-OCORR = 03
              PERFORM REJEITA THRU REJEITA-FIM
              GO TO LER-RET8.
           IF CND-OCORR = 06 OR CND-OCORR = 17
              PERFORM PAGAMENTO THRU PAGAMENTO-FIM
              GO TO LER-RET8.
           MOVE "*OCCURRENCE NOT HANDLED" TO W-PROBLEMA.

       LER-RET8.
           IF W-PROBLEMA = SPACES
              GO TO LER-RET.
           IF W-EXCECAO = "Y"
              ADD 1 TO W-QTDEXC.
           MOVE CND-NOSSONUM  TO DNOSSO
           MOVE CND-OCORR     TO DOCORR
           MOVE CND-DATAOCORR TO DDATA
           MOVE CND-VALORPAGO TO DPAGO
           MOVE BL-VALOR      TO DVALOR
           MOVE W-PROBLEMA    TO DRESULT
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO LER-RET.

      *------[ 02 - THE BANK REGISTERED THE SLIP ]----------------------
       CONFIRMA.
           IF BL-SIT NOT = "E"
              GO TO CONFIRMA-FIM.
           MOVE "C" TO BL-SIT
           REWRITE REGBOLET
           IF ST-ERRO NOT = "00"
              MOVE "*ERROR UPDATING THE SLIP" TO W-PROBLEMA
              GO TO CONFIRMA-FIM.
           ADD 1 TO W-QTDCONF
           MOVE "N" TO W-EXCECAO.
       CONFIRMA-FIM.
           EXIT.

      *------[ 03 - THE BANK REFUSED THE SLIP. ITS LINES GO BACK ]------
      *------[ TO THE POOL SO THE NEXT SMP109 RUN RE-ISSUES THEM ]------
       REJEITA.
           MOVE CND-MOTREJ TO RMOTREJ
           MOVE LIN-REJ TO W-PROBLEMA
           IF BL-SIT = "L" OR BL-SIT = "D" OR BL-SIT = "R"
              MOVE "*REJECTION OF A CLOSED SLIP" TO W-PROBLEMA
              GO TO REJEITA-FIM.
           MOVE "L" TO W-MODO
           PERFORM VARRE-LIN THRU VARRE-LIN-FIM
           MOVE "R" TO BL-SIT
           REWRITE REGBOLET
           IF ST-ERRO NOT = "00"
              MOVE "*ERROR UPDATING THE SLIP" TO W-PROBLEMA
              GO TO REJEITA-FIM.
           ADD 1 TO W-QTDREJ.
       REJEITA-FIM.
           EXIT.

      *------[ 06/17 - PAID. A SLIP PAID IN FULL (OR OVER, WITH ]------
      *------[ LATE INTEREST) SETTLES EVERY LINE ON IT; A SHORT  ]------
      *------[ PAYMENT IS LEFT FOR THE BILLING DESK (SMP054)     ]------
       PAGAMENTO.
           IF BL-SIT = "L" OR BL-SIT = "D"
              MOVE "*SLIP ALREADY PAID" TO W-PROBLEMA
              GO TO PAGAMENTO-FIM.
           IF BL-SIT = "R"
              MOVE "*PAYMENT OF A REJECTED SLIP" TO W-PROBLEMA
              GO TO PAGAMENTO-FIM.
           MOVE CND-DATAOCORR TO BL-DATAPAG
           MOVE CND-VALORPAGO TO BL-VALORPAG
           IF CND-VALORPAGO < BL-VALOR
              MOVE "D" TO BL-SIT
              REWRITE REGBOLET
              MOVE "*PAID SHORT - POST IN SMP054" TO W-PROBLEMA
              GO TO PAGAMENTO-FIM.

           MOVE "P" TO W-MODO
           PERFORM VARRE-LIN THRU VARRE-LIN-FIM
           MOVE "L" TO BL-SIT
           REWRITE REGBOLET
           IF ST-ERRO NOT = "00"
              MOVE "*ERROR UPDATING THE SLIP" TO W-PROBLEMA
              GO TO PAGAMENTO-FIM.
           ADD 1 TO W-QTDPAGO
           ADD CND-VALORPAGO TO W-VLRPAGO
           ADD CND-TARIFA TO W-VLRTARIFA
           ADD W-LINPOST TO W-QTDLIN
           MOVE W-LINPOST TO PQTD
           MOVE LIN-POSTED TO W-PROBLEMA
           MOVE "N" TO W-EXCECAO
           IF CND-VALORPAGO > BL-VALOR
              MOVE "PAID OVER SLIP - INTEREST" TO W-PROBLEMA.
       PAGAMENTO-FIM.
           EXIT.

      *------[ THE SLIP'S LINES VIA THE FT-CONV ALT KEY.         ]------
      *------[ W-MODO P = SETTLE EACH OPEN LINE IN FULL, AS THE  ]------
      *------[ BILLING DESK DOES IN SMP054                       ]------
      *------[ W-MODO L = TAKE THE UNPAID LINES OFF THE SLIP     ]------
       VARRE-LIN.
           MOVE ZEROS TO W-LINPOST W-LINFORA
           MOVE BL-CONV TO FT-CONV
           START CADFATUR KEY IS NOT LESS FT-CONV INVALID KEY
                 GO TO VARRE-LIN-FIM.
       VARRE-LIN1.
           READ CADFATUR NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO VARRE-LIN-FIM.
           IF FT-CONV NOT = BL-CONV
              GO TO VARRE-LIN-FIM.
           IF FT-BOLETO NOT = BL-NOSSONUM
              GO TO VARRE-LIN1.
           IF FT-SITPAG NOT = SPACE OR FT-STATUS NOT = "O"
              IF W-MODO = "P"
                 PERFORM LIN-FORA THRU LIN-FORA-FIM
                 GO TO VARRE-LIN1
              ELSE
                 GO TO VARRE-LIN1.
           IF W-MODO = "P"
              MOVE "F"        TO FT-SITPAG
              MOVE FT-VALOR   TO FT-PAGVALOR
              MOVE W-HOJE     TO FT-PAGDATA
              MOVE SPACES     TO FT-GLOSA
           ELSE
              MOVE ZEROS      TO FT-BOLETO.
           REWRITE REGFATUR
           IF ST-ERRO3 NOT = "00"
              PERFORM LIN-FORA THRU LIN-FORA-FIM
              GO TO VARRE-LIN1.
           ADD 1 TO W-LINPOST
           GO TO VARRE-LIN1.
       VARRE-LIN-FIM.
           EXIT.

      *    A LINE ON A PAID SLIP THAT WAS ALREADY SETTLED BY HAND OR
      *    IS NO LONGER OPEN IS LEFT AS IT IS AND LISTED ON ITS OWN
       LIN-FORA.
           ADD 1 TO W-LINFORA
           ADD 1 TO W-QTDEXC
           MOVE FATNUM TO LFATNUM
           MOVE BL-NOSSONUM   TO DNOSSO
           MOVE CND-OCORR     TO DOCORR
           MOVE CND-DATAOCORR TO DDATA
           MOVE FT-PAGVALOR   TO DPAGO
           MOVE FT-VALOR      TO DVALOR
           MOVE LIN-LINHA     TO DRESULT
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       LIN-FORA-FIM.
           EXIT.

      *------[ SLIPS PAST THEIR DUE DATE THE BANK HAS NOT YET ]--------
      *------[ REPORTED AS PAID - FOR THE COLLECTIONS DESK     ]--------
       VENC-001.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TIT2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO BL-NOSSONUM
           START CADBOLET KEY IS NOT LESS BL-NOSSONUM INVALID KEY
                 GO TO INC-FIM.
       VENC-002.
           READ CADBOLET NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF BL-SIT NOT = "E" AND BL-SIT NOT = "C"
              GO TO VENC-002.
           IF BL-VENC NOT < W-HOJE
              GO TO VENC-002.
           ADD 1 TO W-QTDVENC
           ADD BL-VALOR TO W-VLRVENC
           MOVE BL-NOSSONUM TO VNOSSO
           MOVE BL-CONV     TO VCONV
           MOVE BL-PERMES   TO VPERMES
           MOVE BL-PERANO   TO VPERANO
           MOVE BL-VENC     TO VVENC
           MOVE BL-VALOR    TO VVALOR
           MOVE LIN-VENC TO LINHA-REL
           WRITE LINHA-REL
           GO TO VENC-002.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDLIDOS TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDCONF TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDPAGO TO R3TOT
           MOVE W-VLRPAGO TO R3VALOR
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDLIN TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VLRTARIFA TO R5VALOR
           MOVE LIN-ROD5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDREJ TO R6TOT
           MOVE LIN-ROD6 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDEXC TO R7TOT
           MOVE LIN-ROD7 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDVENC TO R8TOT
           MOVE W-VLRVENC TO R8VALOR
           MOVE LIN-ROD8 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** RELRETOR.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELRETOR.

       ROT-FIM.
           CLOSE CADBOLET CADFATUR.
           IF W-RTAVAIL = "Y"
              CLOSE RETCNAB.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

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
      *    NOTE: RESULTS STARTING WITH "*" ARE EXCEPTIONS FOR THE
      *    BILLING DESK. A SETTLED LINE CARRIES TODAY'S DATE IN
      *    FT-PAGDATA SO TONIGHT'S JOURNAL (SMP106) PICKS IT UP; THE
      *    DATE THE PAYER PAID AT THE BANK STAYS ON BL-DATAPAG.

      *---------------------*** END OF PROGRAM ***--------------------*
