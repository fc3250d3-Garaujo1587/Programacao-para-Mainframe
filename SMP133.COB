       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP133.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     SNGPC EXTRACT - CONTROLLED-SUBSTANCE        *
      *     MOVEMENTS FOR ANVISA. SWEEPS THE CADLIVRO   *
      *     MOVEMENTS NOT YET TRANSMITTED UP TO THE     *
      *     DATE GIVEN, WRITES THE FIXED-LAYOUT FILE    *
      *     AND A CONTROL REPORT, AND MARKS EACH ONE    *
      *     SENT WITH TODAY'S DATE. A PAST TRANSMISSION *
      *     CAN BE BUILT AGAIN FROM ITS DATE            *
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

       SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.

       SELECT SNGPCOUT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT RELSNGPC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLIVRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIVRO.DAT".
           COPY CPLIVROR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY CPFORNR.

       FD SNGPCOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SNGPCOUT.DAT".
       01 LINHA-SNG        PIC X(170).

       FD RELSNGPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSNGPC.DAT".
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DATFIM      PIC 9(08) VALUE ZEROS.
       01 W-REENV       PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-TOTENT      PIC 9(06) VALUE ZEROS.
       01 W-TOTDISP     PIC 9(06) VALUE ZEROS.
       01 W-TOTPERD     PIC 9(06) VALUE ZEROS.
       01 W-TOTAJ       PIC 9(06) VALUE ZEROS.

      *----[ FIXED SNGPC MOVEMENT LAYOUT - ONE LINE PER MOVEMENT.   ]---
      *----[ THE SUPPLIER CNPJ GOES ON RECEIPTS; PRESCRIBER, PATIENT]---
      *----[ AND PRESCRIPTION ON DISPENSING; THE REASON ON LOSSES   ]---
      *----[ AND ADJUSTMENTS                                        ]---
       01 SNG-REG.
          03 SNG-TIPO      PIC X(01).
          03 SNG-DATA      PIC 9(08).
          03 SNG-CLASSE    PIC X(02).
          03 SNG-DRCOD     PIC 9(05).
          03 SNG-GENERICO  PIC X(30).
          03 SNG-CONCENT   PIC X(12).
          03 SNG-FORMA     PIC X(12).
          03 SNG-LOTE      PIC X(10).
          03 SNG-QTD       PIC 9(05).
          03 SNG-CNPJ      PIC 9(14).
          03 SNG-CRMUF     PIC X(02).
          03 SNG-CRM       PIC 9(06).
          03 SNG-CPF       PIC 9(11).
          03 SNG-PRESC     PIC X(22).
          03 SNG-MOTIVO    PIC X(30).

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELSNGPC - SNGPC CONTROLLED-SUBSTANCE EXTRACT - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-PERIODO.
          03 DPERTXT  PIC X(34).
          03 DPERDATA PIC 9999/99/99.

       01 LIN-SECAO.
          03 FILLER     PIC X(04) VALUE "*** ".
          03 DSECAO     PIC X(50).

       01 LIN-CABREJ.
          03 FILLER     PIC X(40) VALUE
             "DATE       T DRUG                    LOT".
          03 FILLER     PIC X(40) VALUE
             "        REASON".

       01 LIN-REJ.
          03 DRDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRTIPO     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRDROGA    PIC X(23).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRLOTE     PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRMOTIVO   PIC X(30).

       01 LIN-RODAPE.
          03 DRODTXT    PIC X(30).
          03 RTOTAL     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELASNG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "        SNGPC CONTROLLED-SUBSTANCE EXTRACT".
           05  LINE 05  COLUMN 01
               VALUE  "     MOVEMENTS UP TO (YYYYMMDD):".
           05  LINE 08  COLUMN 01
               VALUE  "     RESEND THE TRANSMISSION OF (YYYYMMDD):".
           05  LINE 09  COLUMN 01
               VALUE  "     (ZERO = NEW TRANSMISSION)".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TDATFIM
               LINE 05  COLUMN 34  PIC 9(08)
               USING  W-DATFIM
               HIGHLIGHT.
           05  TREENV
               LINE 08  COLUMN 45  PIC 9(08)
               USING  W-REENV
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATFIM
           MOVE ZEROS TO W-REENV
           DISPLAY TELASNG.

       PED-001.
           ACCEPT TREENV
           IF W-REENV > W-HOJE
              MOVE "*** NO TRANSMISSION ON THAT DATE YET ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.
           IF W-REENV NOT = ZEROS
              GO TO INC-OP1.

       PED-002.
           ACCEPT TDATFIM
           IF W-DATFIM = ZEROS OR W-DATFIM > W-HOJE
              MOVE "*** ENTER A DATE UP TO TODAY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-002.

       INC-OP1.
           OPEN I-O CADLIVRO
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

       INC-OP2.
           OPEN INPUT CADDROGA
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADLIVRO CADDROGA CADFORN
                 GO TO ROT-FIM2.

       INC-CONF.
           MOVE "N" TO W-OPCAO
           IF W-REENV = ZEROS
              DISPLAY (23, 02)
                 "GENERATE SNGPC AND MARK THE MOVEMENTS SENT (Y/N) : "
              ACCEPT (23, 54) W-OPCAO WITH UPDATE
           ELSE
              DISPLAY (23, 02)
                 "BUILD THE TRANSMISSION FILE AGAIN (Y/N) : "
              ACCEPT (23, 45) W-OPCAO WITH UPDATE.
           DISPLAY (23, 02) LIMPA
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE "*** EXTRACT ABANDONED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLIVRO CADDROGA CADFORN
              GO TO ROT-FIM2.

       INC-OP3.
           OPEN OUTPUT SNGPCOUT
           OPEN OUTPUT RELSNGPC
           IF ST-ERRO4 NOT = "00" OR ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING AN OUTPUT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADLIVRO CADDROGA CADFORN
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING SNGPC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           IF W-REENV = ZEROS
              MOVE "NEW TRANSMISSION, MOVEMENTS UP TO " TO DPERTXT
              MOVE W-DATFIM TO DPERDATA
           ELSE
              MOVE "RESENT TRANSMISSION OF " TO DPERTXT
              MOVE W-REENV TO DPERDATA.
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MOVEMENTS HELD BACK FOR MISSING DATA" TO DSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABREJ TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTAL W-TOTREJ W-TOTENT W-TOTDISP
                         W-TOTPERD W-TOTAJ
           PERFORM VARRE THRU VARRE-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RECEIPTS ...................." TO DRODTXT
           MOVE W-TOTENT TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DISPENSED ..................." TO DRODTXT
           MOVE W-TOTDISP TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LOSSES ......................" TO DRODTXT
           MOVE W-TOTPERD TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ADJUSTMENTS ................." TO DRODTXT
           MOVE W-TOTAJ TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MOVEMENTS SENT .............." TO DRODTXT
           MOVE W-TOTAL TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MOVEMENTS HELD BACK ........." TO DRODTXT
           MOVE W-TOTREJ TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** SNGPCOUT/RELSNGPC GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADLIVRO CADDROGA CADFORN SNGPCOUT RELSNGPC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ A NEW TRANSMISSION TAKES EVERY MOVEMENT NOT YET SENT ]---
      *------[ UP TO THE DATE GIVEN AND MARKS IT SENT TODAY; A      ]---
      *------[ RESEND TAKES THOSE MARKED ON THE DATE GIVEN AND      ]---
      *------[ LEAVES THE MARK ALONE                                ]---
       VARRE.
           MOVE SPACES TO LV-DROGA LV-LOTE
           MOVE ZEROS TO LV-SEQ
           START CADLIVRO KEY IS NOT LESS CHAVELIVRO INVALID KEY
                 GO TO VARRE-FIM.
       VARRE-RD1.
           READ CADLIVRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF W-REENV = ZEROS
              IF LV-SNGPC = "S" OR LV-DATA > W-DATFIM
                 GO TO VARRE-RD1
              ELSE
                 NEXT SENTENCE
           ELSE
              IF LV-SNGPC NOT = "S" OR LV-SNGDATA NOT = W-REENV
                 GO TO VARRE-RD1.

           PERFORM MONTA-SNG THRU MONTA-SNG-FIM
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

       MONTA-SNG.
           MOVE SPACES TO W-MOTIVO SNG-REG
           MOVE ZEROS TO SNG-CNPJ SNG-CRM SNG-CPF

           MOVE LV-DROGA TO DR-NOME
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO2 NOT = "00"
              MOVE "DRUG NOT ON THE FORMULARY" TO W-MOTIVO
              GO TO MONTA-REJ.

           IF LV-TIPO = "E"
              MOVE LV-FORN TO FO-COD
              READ CADFORN KEY IS FO-COD
              IF ST-ERRO3 NOT = "00" OR FO-CNPJ = ZEROS
                 MOVE "SUPPLIER CNPJ MISSING" TO W-MOTIVO
                 GO TO MONTA-REJ
              ELSE
                 MOVE FO-CNPJ TO SNG-CNPJ.

           IF LV-TIPO = "D"
              IF LV-CRM = ZEROS OR LV-CRMUF = SPACES
                 MOVE "PRESCRIBER CRM MISSING" TO W-MOTIVO
                 GO TO MONTA-REJ
              ELSE
                 IF LV-CPF = ZEROS
                    MOVE "PATIENT CPF MISSING" TO W-MOTIVO
                    GO TO MONTA-REJ
                 ELSE
                    MOVE LV-CRMUF TO SNG-CRMUF
                    MOVE LV-CRM   TO SNG-CRM
                    MOVE LV-CPF   TO SNG-CPF
                    MOVE LV-PRESC TO SNG-PRESC.

           MOVE LV-TIPO       TO SNG-TIPO
           MOVE LV-DATA       TO SNG-DATA
           MOVE DR-CLASSE     TO SNG-CLASSE
           IF LV-CLASSE NOT = SPACES
              MOVE LV-CLASSE  TO SNG-CLASSE.
           MOVE DR-COD        TO SNG-DRCOD
           MOVE DR-GENERICO   TO SNG-GENERICO
           MOVE DR-CONCENT    TO SNG-CONCENT
           MOVE DR-FORMA      TO SNG-FORMA
           MOVE LV-LOTE       TO SNG-LOTE
           MOVE LV-QTD        TO SNG-QTD
           IF LV-TIPO = "P" OR "A" OR "R"
              MOVE LV-MOTIVO  TO SNG-MOTIVO.
           MOVE SNG-REG TO LINHA-SNG
           WRITE LINHA-SNG
           ADD 1 TO W-TOTAL
           IF LV-TIPO = "E"
              ADD 1 TO W-TOTENT.
           IF LV-TIPO = "D"
              ADD 1 TO W-TOTDISP.
           IF LV-TIPO = "P"
              ADD 1 TO W-TOTPERD.
           IF LV-TIPO = "A" OR "R"
              ADD 1 TO W-TOTAJ.

           IF W-REENV NOT = ZEROS
              GO TO MONTA-SNG-FIM.
           MOVE "S" TO LV-SNGPC
           MOVE W-HOJE TO LV-SNGDATA
           REWRITE REGLIVRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ERROR MARKING A MOVEMENT SENT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO MONTA-SNG-FIM.

      *    A HELD-BACK MOVEMENT STAYS UNSENT AND COMES UP AGAIN ON
      *    THE NEXT TRANSMISSION
       MONTA-REJ.
           MOVE LV-DATA TO DRDATA
           MOVE LV-TIPO TO DRTIPO
           MOVE LV-DROGA TO DRDROGA
           MOVE LV-LOTE TO DRLOTE
           MOVE W-MOTIVO TO DRMOTIVO
           MOVE LIN-REJ TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTREJ.
       MONTA-SNG-FIM.
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
