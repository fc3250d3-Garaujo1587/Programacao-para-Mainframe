       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP157.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DRUG / VACCINE LOT RECALL                   *
      *     A LOT RECALLED BY ANVISA OR THE MANUFACTURER*
      *     IS RECORDED ON CADRECAL, WHICH FREEZES ITS  *
      *     CADSTOCK ROWS IN EVERY UNIT, AND RELRECAL   *
      *     LISTS EVERYONE WHO RECEIVED IT (CADLOTE)    *
      *     WITH DATE, DOCTOR, PHONE AND THE CADEMERG   *
      *     CONTACT FOR THE CALL-BACK DESK. A RECALL    *
      *     ON FILE CAN BE LISTED AGAIN OR LIFTED       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTOCK
                    FILE STATUS  IS ST-ERRO3.

           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOTE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS LT-PRODLOTE WITH DUPLICATES.

           SELECT CADEMERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF OF REGEMERG
                    FILE STATUS  IS ST-ERRO5.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPERID
                    FILE STATUS  IS ST-ERRO8.

           SELECT RELRECAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           COPY CPRECALR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(10).
          03 FONEPACI.
             05 DDDPACI    PIC 9(02).
             05 NUMPACI    PIC 9(09).
          03 FILLER        PIC X(145).

       FD CADSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
           COPY CPSTOCKR.

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY CPLOTER.

       FD CADEMERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMERG.DAT".
           COPY CPEMERGR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD RELRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECAL.DAT".
       01 LINHA-REL        PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
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
       01 W-SKAVAIL     PIC X(01) VALUE "N".
       01 W-LTAVAIL     PIC X(01) VALUE "N".
       01 W-ECAVAIL     PIC X(01) VALUE "N".
       01 W-MDAVAIL     PIC X(01) VALUE "N".
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-OPAVAIL     PIC X(01) VALUE "N".
       01 W-OPERSES     PIC X(08) VALUE SPACES.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-PRODUTO     PIC X(30) VALUE SPACES.
       01 W-LOTE        PIC X(10) VALUE SPACES.
       01 W-AVISO       PIC X(30) VALUE SPACES.
       01 W-SITTXT      PIC X(20) VALUE SPACES.
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 W-ECACHOU     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.

      *----[ STOCK STILL ON THE SHELVES AND WHO RECEIVED THE LOT ]------
       01 W-QTDSTOCK    PIC 9(05) VALUE ZEROS.
       01 W-QTDUNID     PIC 9(02) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       01 W-QTDSEMPAC   PIC 9(05) VALUE ZEROS.
       01 W-QTDSEMCON   PIC 9(05) VALUE ZEROS.

       01 W-FONE.
          03 FILLER     PIC X(01) VALUE "(".
          03 W-FONEDDD  PIC 9(02).
          03 FILLER     PIC X(02) VALUE ") ".
          03 W-FONENUM  PIC 9(09).

      *----[ CONTACT LIST ]---------------------------------------------
       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELRECAL - LOT RECALL - PATIENT CONTACT LIST".
          03 FILLER   PIC X(10) VALUE "RUN DATE: ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(16) VALUE SPACES.

       01 LIN-PROD.
          03 RPTIPO     PIC X(10).
          03 RPPROD     PIC X(30).
          03 FILLER     PIC X(06) VALUE "  LOT ".
          03 RPLOTE     PIC X(10).

       01 LIN-AVISO.
          03 FILLER     PIC X(10) VALUE "NOTICE  : ".
          03 RAAVISO    PIC X(30).

       01 LIN-CONG.
          03 FILLER     PIC X(10) VALUE "FROZEN  : ".
          03 RCDATA     PIC 9999/99/99.
          03 FILLER     PIC X(04) VALUE " BY ".
          03 RCOPER     PIC X(08).
          03 FILLER     PIC X(12) VALUE " - QTY THEN ".
          03 RCQTD      PIC ZZZZ9.
          03 FILLER     PIC X(07) VALUE "  NOW: ".
          03 RCAGORA    PIC ZZZZ9.
          03 FILLER     PIC X(04) VALUE " IN ".
          03 RCUNID     PIC Z9.
          03 FILLER     PIC X(08) VALUE " UNIT(S)".

       01 LIN-LIB.
          03 FILLER     PIC X(17) VALUE "RECALL LIFTED ON ".
          03 RLDATA     PIC 9999/99/99.
          03 FILLER     PIC X(04) VALUE " BY ".
          03 RLOPER     PIC X(08).

       01 LIN-CAB1.
          03 FILLER     PIC X(40) VALUE
             "DATE       CPF         PATIENT".
          03 FILLER     PIC X(40) VALUE
             "              PHONE                 QTY".

       01 LIN-DET1.
          03 RDDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDCPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDNOME     PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDFONE     PIC X(15).
          03 FILLER     PIC X(05) VALUE SPACES.
          03 RDQTD      PIC ZZZZ9.

       01 LIN-DET2.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 RMTXT      PIC X(12).
          03 RMUF       PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RMCRM      PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RMNOME     PIC X(30).

       01 LIN-DET3.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 FILLER     PIC X(12) VALUE "CONTACT   : ".
          03 RENOME     PIC X(25).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 REPAR      PIC X(15).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 REFONE     PIC X(15).

       01 LIN-RODAPE.
          03 RRTEXTO    PIC X(40).
          03 RRQTD      PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARECAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------------[ DRUG / VACCINE ".
           05  LINE 02  COLUMN 41
               VALUE  "LOT RECALL ]----------------------------".
           05  LINE 03  COLUMN 01
               VALUE  " OPERATOR:".
           05  LINE 04  COLUMN 01
               VALUE  " TYPE (D=DRUG  V=VACCINE):".
           05  LINE 06  COLUMN 01
               VALUE  " DRUG/VACCINE:".
           05  LINE 06  COLUMN 47
               VALUE  " CODE (0=SEARCH):".
           05  LINE 08  COLUMN 01
               VALUE  " BATCH/LOT:".
           05  LINE 10  COLUMN 01
               VALUE  " RECALL NOTICE:".
           05  LINE 12  COLUMN 01
               VALUE  " SITUATION:".
           05  LINE 12  COLUMN 35
               VALUE  "SINCE:".
           05  LINE 12  COLUMN 55
               VALUE  "BY:".
           05  LINE 14  COLUMN 01
               VALUE  " STOCK FROZEN:".
           05  LINE 14  COLUMN 35
               VALUE  "DISPENSINGS/DOSES TRACED:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TOPER
               LINE 03  COLUMN 12  PIC X(08)
               USING  W-OPERSES
               HIGHLIGHT.
           05  TTIPO
               LINE 04  COLUMN 28  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TPRODUTO
               LINE 06  COLUMN 16  PIC X(30)
               USING  W-PRODUTO
               HIGHLIGHT.
           05  TDRCOD
               LINE 06  COLUMN 65  PIC 9(05)
               USING  W-DRCOD
               HIGHLIGHT.
           05  TLOTE
               LINE 08  COLUMN 13  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
           05  TAVISO
               LINE 10  COLUMN 17  PIC X(30)
               USING  W-AVISO
               HIGHLIGHT.
           05  TSIT
               LINE 12  COLUMN 13  PIC X(20)
               USING  W-SITTXT
               HIGHLIGHT.
           05  TRLDATA
               LINE 12  COLUMN 42  PIC 9999/99/99
               USING  RL-DATA
               HIGHLIGHT.
           05  TRLOPER
               LINE 12  COLUMN 59  PIC X(08)
               USING  RL-OPERID
               HIGHLIGHT.
           05  TCONG
               LINE 14  COLUMN 16  PIC ZZZZ9
               USING  RL-QTDCONG
               HIGHLIGHT.
           05  TPAC
               LINE 14  COLUMN 61  PIC ZZZZ9
               USING  RL-QTDPAC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADRECAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRECAL
                 CLOSE CADRECAL
                 MOVE "*** CADRECAL ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADRECAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADPACI FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    A VACCINE KEPT OUTSIDE THE CABINET HAS NO STOCK TO FREEZE
       R0B.
           MOVE "N" TO W-SKAVAIL
           OPEN INPUT CADSTOCK
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-SKAVAIL.

      *    WITHOUT CADLOTE NO LOT HAS BEEN HANDED OUT YET
           MOVE "N" TO W-LTAVAIL
           OPEN INPUT CADLOTE
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-LTAVAIL.

           MOVE "N" TO W-ECAVAIL
           OPEN INPUT CADEMERG
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-ECAVAIL.

           MOVE "N" TO W-MDAVAIL
           OPEN INPUT CADMED
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-MDAVAIL.

      *    WITHOUT THE FORMULARY THE DRUG LABEL IS TYPED IN FREE
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-DRAVAIL.

      *    THE RECALL IS SIGNED BY THE OPERATOR - WITHOUT CADOPER
      *    THERE IS NO SIGN-IN
       R0C.
           MOVE "N" TO W-OPAVAIL
           OPEN INPUT CADOPER
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-OPAVAIL
           ELSE
              GO TO R1.

       RLOG.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY TELARECAL.
       RLOG1.
           ACCEPT TOPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPERSES = SPACES
              MOVE "*** ENTER THE OPERATOR ID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           MOVE W-OPERSES TO OPERID
           READ CADOPER
           IF ST-ERRO8 NOT = "00"
              MOVE "*** OPERATOR NOT FOUND IN CADOPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           IF LOCKFLAG = "Y"
              MOVE "*** OPERATOR ACCOUNT IS LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.

       R1.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY TELARECAL.

       R2.
           MOVE SPACES TO W-TIPO
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-TIPO = "d"
              MOVE "D" TO W-TIPO.
           IF W-TIPO = "v"
              MOVE "V" TO W-TIPO.
           IF W-TIPO NOT = "D" AND W-TIPO NOT = "V"
              MOVE "*** JUST TYPE D=DRUG OR V=VACCINE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TTIPO.

       R3.
           MOVE SPACES TO W-PRODUTO
           MOVE ZEROS TO W-DRCOD
           IF W-TIPO = "V" OR W-DRAVAIL NOT = "Y"
              GO TO R3L.

      *    A DRUG LOT IS FILED UNDER ITS FORMULARY LABEL
       R3C.
           ACCEPT TDRCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DRCOD = ZEROS
              PERFORM DROGA-BUSCA THRU DROGA-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO R3C
              ELSE
                 MOVE DR-COD TO W-DRCOD
                 DISPLAY TDRCOD.
           MOVE W-DRCOD TO DR-COD
           READ CADDROGA
           IF ST-ERRO7 NOT = "00"
              MOVE "*** DRUG CODE NOT ON THE FORMULARY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3C.
           MOVE DR-NOME TO W-PRODUTO
           DISPLAY TPRODUTO
           GO TO R4.

      *    A VACCINE IS NAMED BY ITS CADVAC VACCINE CODE
       R3L.
           ACCEPT TPRODUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-PRODUTO = SPACES
              MOVE "*** ENTER THE DRUG LABEL OR VACCINE CODE ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3L.

       R4.
           MOVE SPACES TO W-LOTE
           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-LOTE = SPACES
              MOVE "*** ENTER THE BATCH/LOT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADRECAL.
           MOVE W-PRODUTO TO RL-PRODUTO
           MOVE W-LOTE TO RL-LOTE
           READ CADRECAL
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM RECAL-MOSTRA THRU RECAL-MOSTRA-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADRECAL FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

      *    BEFORE FREEZING, SHOW WHAT IS ON THE SHELVES AND HOW MANY
      *    TIMES THE LOT WAS HANDED OUT
           PERFORM STOCK-SOMA THRU STOCK-SOMA-FIM
           PERFORM TRACE-CONTA THRU TRACE-CONTA-FIM
           MOVE W-QTDSTOCK TO RL-QTDCONG
           MOVE W-QTDLIN TO RL-QTDPAC
           MOVE ZEROS TO RL-DATA
           MOVE SPACES TO RL-OPERID
           MOVE "NOT RECALLED" TO W-SITTXT
           DISPLAY TELARECAL.

       R5.
           MOVE SPACES TO W-AVISO
           ACCEPT TAVISO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-AVISO = SPACES
              MOVE "*** ENTER THE RECALL NOTICE REFERENCE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 30) "FREEZE THE LOT AND LIST (Y/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE SPACES TO REGRECAL
                MOVE W-PRODUTO TO RL-PRODUTO
                MOVE W-LOTE TO RL-LOTE
                MOVE W-TIPO TO RL-TIPO
                MOVE W-AVISO TO RL-AVISO
                PERFORM RECAL-CONGELA THRU RECAL-CONGELA-FIM
                WRITE REGRECAL
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERROR IN FILE RECORDING" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM IMP-001 THRU IMP-FIM
                MOVE "*** LOT FROZEN - CONTACT LIST ON RELRECAL ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *****************************************
      * RECALL ALREADY ON FILE                *
      *****************************************
      *
       ACE-001.
                IF RL-SIT = "C"
                   DISPLAY (23, 12)
                        "P=PRINT CONTACT LIST   L=LIFT THE RECALL"
                ELSE
                   DISPLAY (23, 12)
                        "P=PRINT CONTACT LIST   F=FREEZE AGAIN".
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "P" OR "p"
                   GO TO REL-OPC.
                IF RL-SIT = "C" AND (W-OPCAO = "L" OR "l")
                   GO TO LIB-OPC.
                IF RL-SIT NOT = "C" AND (W-OPCAO = "F" OR "f")
                   GO TO CON-OPC.
                GO TO ACE-001.
      *
       REL-OPC.
                PERFORM IMP-001 THRU IMP-FIM
                MOVE "*** CONTACT LIST ON RELRECAL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *    A LIFTED RECALL RELEASES THE LOT FOR DISPENSING AGAIN
       LIB-OPC.
                DISPLAY (23, 40) "LIFT    (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RECALL NOT LIFTED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-OPC.
       LIB-RW1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "L" TO RL-SIT
                MOVE W-HOJE TO RL-LIBDATA
                MOVE W-OPERSES TO RL-LIBOPER
                REWRITE REGRECAL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** RECALL LIFTED - LOT RELEASED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CON-OPC.
                DISPLAY (23, 40) "FREEZE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** LOT NOT FROZEN ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-OPC.
       CON-RW1.
                PERFORM RECAL-CONGELA THRU RECAL-CONGELA-FIM
                REWRITE REGRECAL
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM IMP-001 THRU IMP-FIM
                MOVE "*** LOT FROZEN - CONTACT LIST ON RELRECAL ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *--------[ PUTS THE RECALL IN REGRECAL IN FORCE, NOW ]------------
       RECAL-CONGELA.
           PERFORM STOCK-SOMA THRU STOCK-SOMA-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE "C" TO RL-SIT
           MOVE W-HOJE TO RL-DATA
           MOVE W-HORA(1:4) TO RL-HORA
           MOVE W-OPERSES TO RL-OPERID
           MOVE W-QTDSTOCK TO RL-QTDCONG
           MOVE ZEROS TO RL-QTDPAC RL-LIBDATA
           MOVE SPACES TO RL-LIBOPER.
       RECAL-CONGELA-FIM.
           EXIT.

      *--------[ SHOWS THE RECALL JUST READ ]---------------------------
       RECAL-MOSTRA.
           MOVE RL-TIPO TO W-TIPO
           MOVE RL-AVISO TO W-AVISO
           IF RL-SIT = "C"
              MOVE "IN FORCE - FROZEN" TO W-SITTXT
           ELSE
              MOVE "LIFTED" TO W-SITTXT.
           DISPLAY TELARECAL.
       RECAL-MOSTRA-FIM.
           EXIT.

      *--[ STOCK OF THE LOT STILL ON HAND, IN HOW MANY UNITS ]----------
       STOCK-SOMA.
           MOVE ZEROS TO W-QTDSTOCK W-QTDUNID
           IF W-SKAVAIL NOT = "Y"
              GO TO STOCK-SOMA-FIM.
           MOVE W-PRODUTO TO SK-DROGA
           MOVE W-LOTE TO SK-LOTE
           MOVE ZEROS TO SK-UNIDADE
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO STOCK-SOMA-FIM.
       STOCK-SOMA1.
           READ CADSTOCK NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO STOCK-SOMA-FIM.
           IF SK-DROGA NOT = W-PRODUTO OR SK-LOTE NOT = W-LOTE
              GO TO STOCK-SOMA-FIM.
           ADD SK-QTD TO W-QTDSTOCK
           ADD 1 TO W-QTDUNID
           GO TO STOCK-SOMA1.
       STOCK-SOMA-FIM.
           EXIT.

      *--[ HOW MANY TIMES THE LOT WAS DISPENSED OR GIVEN ]--------------
       TRACE-CONTA.
           MOVE ZEROS TO W-QTDLIN
           IF W-LTAVAIL NOT = "Y"
              GO TO TRACE-CONTA-FIM.
           MOVE W-PRODUTO TO LT-PRODUTO
           MOVE W-LOTE TO LT-LOTE
           START CADLOTE KEY IS NOT LESS LT-PRODLOTE INVALID KEY
                 GO TO TRACE-CONTA-FIM.
       TRACE-CONTA1.
           READ CADLOTE NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO TRACE-CONTA-FIM.
           IF LT-PRODUTO NOT = W-PRODUTO OR LT-LOTE NOT = W-LOTE
              GO TO TRACE-CONTA-FIM.
           IF LT-TIPO = W-TIPO
              ADD 1 TO W-QTDLIN.
           GO TO TRACE-CONTA1.
       TRACE-CONTA-FIM.
           EXIT.

      *************************************************
      * PATIENT CONTACT LIST - EVERY DISPENSING OR    *
      * DOSE OF THE LOT IN THE ORDER IT HAPPENED,     *
      * WITH THE DOCTOR, THE PATIENT'S PHONE AND THE  *
      * EMERGENCY CONTACT                             *
      *************************************************
      *
       IMP-001.
           OPEN OUTPUT RELRECAL
           IF ST-ERRO9 NOT = "00"
              MOVE "ERROR CREATING THE REPORT FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF RL-TIPO = "V"
              MOVE "VACCINE : " TO RPTIPO
           ELSE
              MOVE "DRUG    : " TO RPTIPO.
           MOVE RL-PRODUTO TO RPPROD
           MOVE RL-LOTE TO RPLOTE
           MOVE LIN-PROD TO LINHA-REL
           WRITE LINHA-REL
           MOVE RL-AVISO TO RAAVISO
           MOVE LIN-AVISO TO LINHA-REL
           WRITE LINHA-REL
           PERFORM STOCK-SOMA THRU STOCK-SOMA-FIM
           MOVE RL-DATA TO RCDATA
           MOVE RL-OPERID TO RCOPER
           MOVE RL-QTDCONG TO RCQTD
           MOVE W-QTDSTOCK TO RCAGORA
           MOVE W-QTDUNID TO RCUNID
           MOVE LIN-CONG TO LINHA-REL
           WRITE LINHA-REL
           IF RL-SIT NOT = "C"
              MOVE RL-LIBDATA TO RLDATA
              MOVE RL-LIBOPER TO RLOPER
              MOVE LIN-LIB TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-QTDLIN W-QTDSEMPAC W-QTDSEMCON
           IF W-LTAVAIL NOT = "Y"
              GO TO IMP-RODAPE.
           MOVE RL-PRODUTO TO LT-PRODUTO
           MOVE RL-LOTE TO LT-LOTE
           START CADLOTE KEY IS NOT LESS LT-PRODLOTE INVALID KEY
                 GO TO IMP-RODAPE.
       IMP-LER.
           READ CADLOTE NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO IMP-RODAPE.
           IF LT-PRODUTO NOT = RL-PRODUTO OR LT-LOTE NOT = RL-LOTE
              GO TO IMP-RODAPE.
           IF LT-TIPO NOT = RL-TIPO
              GO TO IMP-LER.
           PERFORM IMP-DET THRU IMP-DET-FIM
           GO TO IMP-LER.

       IMP-RODAPE.
           MOVE "DISPENSINGS/DOSES TRACED ..............." TO RRTEXTO
           MOVE W-QTDLIN TO RRQTD
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "WITHOUT A PATIENT ON FILE .............." TO RRTEXTO
           MOVE W-QTDSEMPAC TO RRQTD
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "WITHOUT AN EMERGENCY CONTACT ..........." TO RRTEXTO
           MOVE W-QTDSEMCON TO RRQTD
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELRECAL

           MOVE W-QTDLIN TO RL-QTDPAC
           REWRITE REGRECAL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-FIM.
           EXIT.

      *--[ ONE RECIPIENT: PATIENT AND PHONE, DOCTOR, CONTACT ]----------
       IMP-DET.
           ADD 1 TO W-QTDLIN
           MOVE LT-DATA TO RDDATA
           MOVE LT-CPF TO RDCPF
           MOVE LT-QTD TO RDQTD
           MOVE SPACES TO RDFONE
           MOVE "*** PATIENT NOT ON FILE ***" TO RDNOME
           MOVE LT-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-QTDSEMPAC
           ELSE
              MOVE NOUNPACI TO RDNOME
              IF FONEPACI NOT NUMERIC OR NUMPACI = ZEROS
                 MOVE "NO PHONE" TO RDFONE
              ELSE
                 MOVE DDDPACI TO W-FONEDDD
                 MOVE NUMPACI TO W-FONENUM
                 MOVE W-FONE TO RDFONE.
           MOVE LIN-DET1 TO LINHA-REL
           WRITE LINHA-REL

           IF LT-TIPO = "V"
              MOVE "GIVEN BY  : " TO RMTXT
           ELSE
              MOVE "PRESCRIBER: " TO RMTXT.
           MOVE LT-CRMUF TO RMUF
           MOVE LT-CRM TO RMCRM
           MOVE SPACES TO RMNOME
           IF W-MDAVAIL = "Y"
              MOVE LT-CRMUF TO CRMUF
              MOVE LT-CRM TO CRM
              READ CADMED KEY IS CHAVEMED
              IF ST-ERRO6 = "00"
                 MOVE NOUN TO RMNOME.
           MOVE LIN-DET2 TO LINHA-REL
           WRITE LINHA-REL

           MOVE "NONE ON FILE" TO RENOME
           MOVE SPACES TO REPAR REFONE
           MOVE "N" TO W-ECACHOU
           IF W-ECAVAIL = "Y" AND LT-CPF NOT = ZEROS
              MOVE LT-CPF TO CPF OF REGEMERG
              READ CADEMERG KEY IS CPF OF REGEMERG
              IF ST-ERRO5 = "00"
                 MOVE "Y" TO W-ECACHOU
                 MOVE EC-NOME TO RENOME
                 MOVE EC-PARENTESCO TO REPAR
                 MOVE DDD OF REGEMERG TO W-FONEDDD
                 MOVE NUM OF REGEMERG TO W-FONENUM
                 MOVE W-FONE TO REFONE.
           IF W-ECACHOU NOT = "Y"
              ADD 1 TO W-QTDSEMCON.
           MOVE LIN-DET3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       IMP-DET-FIM.
           EXIT.

      *
      *--[ FIND THE DRUG BY (PARTIAL) GENERIC NAME WHEN THE CODE  ]-----
      *--[ IS NOT AT HAND. SELECTING A MATCH LEAVES IT IN REGDROGA ]----
       DROGA-BUSCA.
           MOVE "N" TO W-BUSACHOU
           MOVE SPACES TO W-BUSNOME
           DISPLAY (21, 02) "SEARCH BY GENERIC NAME : "
           ACCEPT (21, 27) W-BUSNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-BUSNOME = SPACES
              GO TO DROGA-BUSCA-LIMPA.

           MOVE 30 TO W-BUSLEN.
       DROGA-BUSCA-LEN.
           IF W-BUSNOME(W-BUSLEN:1) = SPACE
              SUBTRACT 1 FROM W-BUSLEN
              GO TO DROGA-BUSCA-LEN.

           MOVE W-BUSNOME TO DR-GENERICO
           START CADDROGA KEY IS NOT LESS DR-GENERICO INVALID KEY
                 MOVE "*** NO DRUG WITH THAT NAME ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DROGA-BUSCA-LIMPA.
       DROGA-BUSCA1.
           READ CADDROGA NEXT
           IF ST-ERRO7 NOT = "00"
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DROGA-BUSCA-LIMPA.
           IF DR-GENERICO(1:W-BUSLEN) NOT = W-BUSNOME(1:W-BUSLEN)
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DROGA-BUSCA-LIMPA.

           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 02) DR-NOME
           DISPLAY (21, 33) DR-FORMA
           DISPLAY (21, 46) DR-CLASSE
           DISPLAY (22, 02) "S=SELECT   ENTER=NEXT   X=CANCEL"
           ACCEPT (22, 36) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DROGA-BUSCA-LIMPA.
           IF W-OPCAO = "X" OR "x"
              GO TO DROGA-BUSCA-LIMPA.
           IF W-OPCAO = "S" OR "s"
              MOVE "Y" TO W-BUSACHOU
              GO TO DROGA-BUSCA-LIMPA.
           GO TO DROGA-BUSCA1.
       DROGA-BUSCA-LIMPA.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 43) LIMPA
           DISPLAY (22, 02) LIMPA.
       DROGA-BUSCA-FIM.
           EXIT.

      *------[ CLEARS THE ENTRY AND RECALL FIELDS ]---------------------
       LIMPA-TELA.
           MOVE SPACES TO W-TIPO W-PRODUTO W-LOTE W-AVISO W-SITTXT
           MOVE SPACES TO RL-OPERID
           MOVE ZEROS TO W-DRCOD RL-DATA RL-QTDCONG RL-QTDPAC.
       LIMPA-TELA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECAL CADPACI.
           IF W-SKAVAIL = "Y"
              CLOSE CADSTOCK.
           IF W-LTAVAIL = "Y"
              CLOSE CADLOTE.
           IF W-ECAVAIL = "Y"
              CLOSE CADEMERG.
           IF W-MDAVAIL = "Y"
              CLOSE CADMED.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
           IF W-OPAVAIL = "Y"
              CLOSE CADOPER.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *---------------------*** END OF PROGRAM ***--------------------*
