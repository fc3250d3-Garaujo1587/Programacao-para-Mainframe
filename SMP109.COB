       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP109.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     BANK COLLECTION SLIPS FOR AGREEMENT BILLS   *
      *     GROUPS THE PERIOD'S OPEN, UNPAID INVOICE    *
      *     LINES BY AGREEMENT, RAISES ONE SLIP EACH    *
      *     (CADBOLET), STAMPS THE LINES WITH ITS       *
      *     NOSSO NUMERO AND WRITES THE CNAB 400        *
      *     REMITTANCE FILE FOR THE BANK (REMCNAB)      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-NOSSONUM
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS BL-CONV WITH DUPLICATES.

       SELECT REMCNAB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT RELBOLET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLET.DAT".
           COPY CPBOLETR.

       FD REMCNAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMCNAB.DAT".
           COPY CPCNAB.

       FD RELBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBOLET.DAT".
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-VENC        PIC 9(08) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-CONVANT     PIC 9(04) VALUE ZEROS.
       01 W-PROXBOL     PIC 9(10) VALUE ZEROS.
       01 W-REMESSA     PIC 9(06) VALUE ZEROS.
       01 W-SEQ         PIC 9(06) VALUE ZEROS.
       01 W-BOLVAL      PIC 9(07)V99 VALUE ZEROS.
       01 W-BOLQTD      PIC 9(04) VALUE ZEROS.
       01 W-QTDBOL      PIC 9(05) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-TOTVAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-CONVNOME    PIC X(30) VALUE SPACES.

       01 W-PERIODO.
          03 W-PERANO   PIC 9(04).
          03 W-PERMES   PIC 9(02).

       01 W-VENCX.
          03 W-VENCANO  PIC 9(04).
          03 W-VENCMES  PIC 9(02).
          03 W-VENCDIA  PIC 9(02).

           COPY CPBANCO.

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELBOLET - BANK COLLECTION SLIPS - PERIOD ".
          03 DPERMES  PIC 99.
          03 FILLER   PIC X(01) VALUE "/".
          03 DPERANO  PIC 9999.
          03 FILLER   PIC X(29) VALUE SPACES.

       01 LIN-REMESSA.
          03 FILLER   PIC X(12) VALUE "REMITTANCE ".
          03 DREMESSA PIC 9(06).
          03 FILLER   PIC X(08) VALUE "  BANK ".
          03 DBANCO   PIC 999.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DNOMEBCO PIC X(15).
          03 FILLER   PIC X(07) VALUE "  DUE ".
          03 DVENC    PIC 9999/99/99.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "NOSSO NUM. AGRM NAME                    ".
          03 FILLER   PIC X(40) VALUE
             "         LINES        VALUE            ".

       01 LIN-DET.
          03 DNOSSO     PIC 9(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCONV      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(30).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DQTD       PIC Z.ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DVALOR     PIC Z.ZZZ.ZZ9,99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "SLIPS RAISED ............... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "INVOICE LINES ON SLIPS ..... ".
          03 R2TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "TOTAL SENT FOR COLLECTION .. ".
          03 R3VALOR    PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELABOL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "   BANK COLLECTION SLIPS FOR AGREEMENT BILLS".
           05  LINE 05  COLUMN 01
               VALUE  "     REFERENCE MONTH (MM):".
           05  LINE 08  COLUMN 01
               VALUE  "     REFERENCE YEAR (YYYY):".
           05  LINE 11  COLUMN 01
               VALUE  "     DUE DATE (YYYYMMDD):".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TMES
               LINE 05  COLUMN 29  PIC 9(02)
               USING  W-PERMES
               HIGHLIGHT.
           05  TANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PERANO
               HIGHLIGHT.
           05  TVENC
               LINE 11  COLUMN 28  PIC 9(08)
               USING  W-VENC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-PERMES W-PERANO W-VENC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELABOL.

       PED-001.
           ACCEPT TMES
           IF W-PERMES < 1 OR W-PERMES > 12
              MOVE "*** ENTER A VALID MONTH (01-12) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           ACCEPT TANO
           IF W-PERANO = ZEROS
              MOVE "*** ENTER THE REFERENCE YEAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-002.

       PED-003.
           ACCEPT TVENC
           MOVE W-VENC TO W-VENCX
           IF W-VENCMES < 1 OR W-VENCMES > 12
                            OR W-VENCDIA < 1 OR W-VENCDIA > 31
              MOVE "*** ENTER A VALID DUE DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-003.
           IF W-VENC NOT > W-HOJE
              MOVE "*** DUE DATE MUST BE AFTER TODAY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-003.

           MOVE W-PERMES TO DPERMES
           MOVE W-PERANO TO DPERANO.

       INC-OP1.
           OPEN I-O CADFATUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADFATUR FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

       INC-OP2.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFATUR
                 GO TO ROT-FIM2.

       INC-OP3.
           OPEN I-O CADBOLET
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT CADBOLET
                 CLOSE CADBOLET
                 MOVE "*** CADBOLET ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP3
              ELSE
                 MOVE "ERROR IN OPENING THE CADBOLET FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFATUR CADCONV
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT REMCNAB
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR CREATING THE REMITTANCE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFATUR CADCONV CADBOLET
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELBOLET
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING THE RUN REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE REMCNAB
                 GO TO ROT-FIM.

           MOVE "*** RAISING COLLECTION SLIPS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE ZEROS TO W-QTDBOL W-QTDLIN W-TOTVAL W-SEQ
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           PERFORM REM-CAB THRU REM-CAB-FIM
           PERFORM LER-FAT THRU LER-FAT-FIM
           PERFORM REM-ROD THRU REM-ROD-FIM
           PERFORM REL-RODAPE THRU REL-RODAPE-FIM.

       INC-FIM.
           MOVE "*** SLIPS RAISED - SEND REMCNAB TO THE BANK ***"
                                                      TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE REMCNAB RELBOLET.

       ROT-FIM.
           CLOSE CADFATUR CADCONV CADBOLET.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ HIGHEST NOSSO NUMERO AND REMITTANCE NUMBER ON ]---------
      *------[ FILE - THIS RUN CONTINUES BOTH SEQUENCES      ]---------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXBOL W-REMESSA BL-NOSSONUM
           START CADBOLET KEY IS NOT LESS BL-NOSSONUM INVALID KEY
                 GO TO NUM-SCAN-FIM.
       NUM-SCAN1.
           READ CADBOLET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO NUM-SCAN-FIM.
           IF BL-NOSSONUM > W-PROXBOL
              MOVE BL-NOSSONUM TO W-PROXBOL.
           IF BL-REMESSA > W-REMESSA
              MOVE BL-REMESSA TO W-REMESSA.
           GO TO NUM-SCAN1.
       NUM-SCAN-FIM.
           ADD 1 TO W-REMESSA
           EXIT.

      *------[ WALKS CADFATUR BY AGREEMENT (FT-CONV ALT KEY). ]---------
      *------[ A LINE GOES ON A SLIP WHEN IT BELONGS TO THE   ]---------
      *------[ PERIOD, IS OPEN, UNPAID AND ON NO SLIP YET     ]---------
       LER-FAT.
           MOVE "Y" TO W-PRIMEIRO
           MOVE ZEROS TO W-CONVANT W-BOLVAL W-BOLQTD
           MOVE ZEROS TO FT-CONV
           START CADFATUR KEY IS NOT LESS FT-CONV INVALID KEY
                 GO TO LER-FAT9.
       LER-FAT1.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FAT9.
           IF FT-PERANO NOT = W-PERANO OR FT-PERMES NOT = W-PERMES
              GO TO LER-FAT1.
           IF FT-STATUS NOT = "O" OR FT-SITPAG NOT = SPACE
              GO TO LER-FAT1.
           IF FT-BOLETO NOT = ZEROS
              GO TO LER-FAT1.
      *    SELF-PAY LINES (AGREEMENT 0000) ARE COLLECTED AT THE
      *    CASH DESK, NOT BY BANK SLIP
           IF FT-CONV = ZEROS
              GO TO LER-FAT1.

           IF W-PRIMEIRO = "Y" OR FT-CONV NOT = W-CONVANT
              IF W-PRIMEIRO = "N"
                 PERFORM FECHA-BOL THRU FECHA-BOL-FIM.
           IF W-PRIMEIRO = "Y" OR FT-CONV NOT = W-CONVANT
              MOVE "N" TO W-PRIMEIRO
              MOVE FT-CONV TO W-CONVANT
              MOVE ZEROS TO W-BOLVAL W-BOLQTD
              ADD 1 TO W-PROXBOL.

           MOVE W-PROXBOL TO FT-BOLETO
           REWRITE REGFATUR
           IF ST-ERRO NOT = "00"
              MOVE "ERROR UPDATING THE INVOICE LINE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-FAT1.
           ADD 1 TO W-BOLQTD
           ADD FT-VALOR TO W-BOLVAL
           GO TO LER-FAT1.
       LER-FAT9.
           IF W-PRIMEIRO = "N"
              PERFORM FECHA-BOL THRU FECHA-BOL-FIM.
       LER-FAT-FIM.
           EXIT.

      *------[ CLOSES THE AGREEMENT'S SLIP - REGISTER ROW, ]----------
      *------[ CNAB DETAIL RECORD AND REPORT LINE          ]----------
       FECHA-BOL.
           MOVE "*** AGREEMENT NOT ON FILE ***" TO W-CONVNOME
           MOVE W-CONVANT TO CODCONV
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO2 = "00"
              MOVE NOUNCONV TO W-CONVNOME.

           MOVE W-PROXBOL TO BL-NOSSONUM
           MOVE W-CONVANT TO BL-CONV
           MOVE W-PERANO  TO BL-PERANO
           MOVE W-PERMES  TO BL-PERMES
           MOVE W-HOJE    TO BL-DATAEMI
           MOVE W-VENC    TO BL-VENC
           MOVE W-BOLVAL  TO BL-VALOR
           MOVE W-BOLQTD  TO BL-QTDLIN
           MOVE W-REMESSA TO BL-REMESSA
           MOVE "E"       TO BL-SIT
           MOVE ZEROS     TO BL-DATAPAG BL-VALORPAG
           WRITE REGBOLET
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERROR RECORDING THE SLIP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-BOL-FIM.

           MOVE SPACES TO CNAB-DETALHE
           MOVE "1"          TO CND-TIPO
           MOVE BC-AGENCIA   TO CND-AGENCIA
           MOVE BC-CONTA     TO CND-CONTA
           MOVE BC-CARTEIRA  TO CND-CARTEIRA
           MOVE BL-CONV      TO CND-CONV
           MOVE BL-PERIODO   TO CND-PERIODO
           MOVE BL-NOSSONUM  TO CND-NOSSONUM
           MOVE 01           TO CND-OCORR
           MOVE BL-VENC      TO CND-VENC
           MOVE BL-VALOR     TO CND-VALOR
           MOVE BL-DATAEMI   TO CND-EMISSAO
           MOVE BC-ESPECIE   TO CND-ESPECIE
           MOVE W-CONVNOME   TO CND-SACADO
           MOVE ZEROS        TO CND-INSCR CND-DATAOCORR CND-VALORPAGO
                                CND-JUROS CND-TARIFA
           ADD 1 TO W-SEQ
           MOVE W-SEQ        TO CND-SEQ
           WRITE CNAB-DETALHE

           ADD 1 TO W-QTDBOL
           ADD W-BOLQTD TO W-QTDLIN
           ADD W-BOLVAL TO W-TOTVAL

           MOVE BL-NOSSONUM TO DNOSSO
           MOVE BL-CONV     TO DCONV
           MOVE W-CONVNOME  TO DNOME
           MOVE BL-QTDLIN   TO DQTD
           MOVE BL-VALOR    TO DVALOR
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       FECHA-BOL-FIM.
           EXIT.

      *------[ CNAB FILE HEADER AND THE REPORT'S OPENING LINES ]-------
       REM-CAB.
           MOVE SPACES TO CNAB-HEADER
           MOVE "0"           TO CNH-TIPO
           MOVE 1             TO CNH-OPER
           MOVE "REMESSA"     TO CNH-LITOPER
           MOVE 01            TO CNH-SERVICO
           MOVE "COBRANCA"    TO CNH-LITSERV
           MOVE BC-AGENCIA    TO CNH-AGENCIA
           MOVE BC-CONTA      TO CNH-CONTA
           MOVE BC-EMPRESA    TO CNH-EMPRESA
           MOVE BC-BANCO      TO CNH-BANCO
           MOVE BC-NOMEBANCO  TO CNH-NOMEBANCO
           MOVE W-HOJE        TO CNH-DATA
           MOVE W-REMESSA     TO CNH-SEQARQ
           ADD 1 TO W-SEQ
           MOVE W-SEQ         TO CNH-SEQ
           WRITE CNAB-HEADER

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-REMESSA    TO DREMESSA
           MOVE BC-BANCO     TO DBANCO
           MOVE BC-NOMEBANCO TO DNOMEBCO
           MOVE W-VENC       TO DVENC
           MOVE LIN-REMESSA TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       REM-CAB-FIM.
           EXIT.

       REM-ROD.
           MOVE SPACES TO CNAB-TRAILER
           MOVE "9"      TO CNT-TIPO
           MOVE W-QTDBOL TO CNT-QTD
           MOVE W-TOTVAL TO CNT-VALOR
           ADD 1 TO W-SEQ
           MOVE W-SEQ    TO CNT-SEQ
           WRITE CNAB-TRAILER.
       REM-ROD-FIM.
           EXIT.

       REL-RODAPE.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDBOL TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDLIN TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTVAL TO R3VALOR
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL.
       REL-RODAPE-FIM.
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
      *    NOTE: THE PAYER'S CNPJ (CND-INSCR) GOES OUT AS ZEROS - THE
      *    AGREEMENT FILE DOES NOT CARRY IT. RE-RUNNING FOR THE SAME
      *    PERIOD ONLY PICKS UP LINES NOT ALREADY ON A SLIP.

      *---------------------*** END OF PROGRAM ***--------------------*
