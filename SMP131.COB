       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP131.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     CONTROLLED-SUBSTANCE REGISTER (CADLIVRO)    *
      *     M - RECORDS A LOSS/BREAKAGE OR AN INVENTORY *
      *         ADJUSTMENT OF A CONTROLLED DRUG LOT,    *
      *         WITH THE REASON, AND UPDATES CADSTOCK   *
      *     H - SHOWS THE LOT'S BOOK, MOVEMENT BY       *
      *         MOVEMENT, WITH THE RUNNING BALANCE      *
      *     RECEIPTS ARE BOOKED BY SMP098 AND DISPENSING*
      *     BY SMP060 AS THEY HAPPEN                    *
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

           SELECT CADSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTOCK
                    FILE STATUS  IS ST-ERRO3.
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

       FD CADSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
           COPY CPSTOCKR.

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
       01 W-FUNCAO      PIC X(01) VALUE SPACES.
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-QTD         PIC 9(05) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-SOMA        PIC 9(06) VALUE ZEROS.
       01 W-LVDROGA     PIC X(30) VALUE SPACES.
       01 W-LVLOTE      PIC X(10) VALUE SPACES.
       01 W-LVSEQ       PIC 9(05) VALUE ZEROS.
       01 W-LVSAVE      PIC X(168) VALUE SPACES.
       01 W-NMOV        PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.

       01 W-LINMOV.
          03 HMDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HMTIPO     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HMQTD      PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HMSALDO    PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HMREF      PIC X(30).

       01 W-REFDISP.
          03 HDCRMUF    PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 HDCRM      PIC 9(06).
          03 FILLER     PIC X(06) VALUE " CPF: ".
          03 HDCPF      PIC 9(11).
       01 W-REFRECB.
          03 FILLER     PIC X(04) VALUE "PO: ".
          03 HRPONUM    PIC 9(06).
          03 FILLER     PIC X(11) VALUE " SUPPLIER: ".
          03 HRFORN     PIC 9(04).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELALIVRO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------[ CONTROLLED-SUBSTANCE ".
           05  LINE 02  COLUMN 41
               VALUE  "REGISTER ]------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " DRUG CODE:".
           05  LINE 04  COLUMN 20
               VALUE  "(0 = SEARCH BY GENERIC NAME)".
           05  LINE 05  COLUMN 01
               VALUE  " DRUG:".
           05  LINE 05  COLUMN 42
               VALUE  "CLASS:".
           05  LINE 07  COLUMN 01
               VALUE  " BATCH/LOT:".
           05  LINE 07  COLUMN 30
               VALUE  "UNIT:".
           05  LINE 09  COLUMN 01
               VALUE  " QUANTITY ON HAND:".
           05  LINE 11  COLUMN 01
               VALUE  " MOVEMENT:".
           05  LINE 11  COLUMN 15
               VALUE  "P=LOSS/BREAKAGE  A=ADJUSTMENT IN  R=ADJUSTME".
           05  LINE 11  COLUMN 59
               VALUE  "NT OUT".
           05  LINE 13  COLUMN 01
               VALUE  " QUANTITY:".
           05  LINE 15  COLUMN 01
               VALUE  " REASON:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TDRCOD
               LINE 04  COLUMN 13  PIC 9(05)
               USING  W-DRCOD
               HIGHLIGHT.
           05  TDRNOME
               LINE 05  COLUMN 08  PIC X(30)
               USING  DR-NOME
               HIGHLIGHT.
           05  TDRCLAS
               LINE 05  COLUMN 49  PIC X(02)
               USING  DR-CLASSE
               HIGHLIGHT.
           05  TLOTE
               LINE 07  COLUMN 13  PIC X(10)
               USING  SK-LOTE
               HIGHLIGHT.
           05  TUNIDADE
               LINE 07  COLUMN 36  PIC 9(02)
               USING  SK-UNIDADE
               HIGHLIGHT.
           05  TQTDEST
               LINE 09  COLUMN 20  PIC ZZZZ9
               USING  SK-QTD
               HIGHLIGHT.
           05  TTIPO
               LINE 11  COLUMN 12  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TQTD
               LINE 13  COLUMN 12  PIC 9(05)
               USING  W-QTD
               HIGHLIGHT.
           05  TMOTIVO
               LINE 15  COLUMN 10  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADLIVRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLIVRO
                 CLOSE CADLIVRO
                 MOVE "*** CADLIVRO ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADLIVRO FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADDROGA
           OPEN I-O CADSTOCK
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "*** CADDROGA/CADSTOCK FILE NOT AVAILABLE ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO W-DRCOD SK-QTD W-QTD
           MOVE SPACES TO DR-NOME DR-CLASSE SK-LOTE W-TIPO W-MOTIVO
           MOVE 01 TO SK-UNIDADE
           DISPLAY TELALIVRO
           DISPLAY (23, 12)
              "M=RECORD LOSS/ADJUSTMENT   H=LOT HISTORY   X=EXIT"
           ACCEPT (23, 63) W-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FUNCAO = "X" OR "x"
              GO TO ROT-FIM.
           IF W-FUNCAO = "h"
              MOVE "H" TO W-FUNCAO.
           IF W-FUNCAO = "m"
              MOVE "M" TO W-FUNCAO.
           IF W-FUNCAO NOT = "M" AND "H"
              GO TO R1.
           DISPLAY (23, 12) LIMPA.

      *    ONLY A DRUG WITH A CONTROLLED CLASS HAS A BOOK
       R2.
           ACCEPT TDRCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-DRCOD = ZEROS
              PERFORM DROGA-BUSCA THRU DROGA-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO R2
              ELSE
                 MOVE DR-COD TO W-DRCOD
                 DISPLAY TDRCOD.
           MOVE W-DRCOD TO DR-COD
           READ CADDROGA
           IF ST-ERRO2 NOT = "00"
              MOVE "*** DRUG CODE NOT ON THE FORMULARY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TDRNOME
           DISPLAY TDRCLAS
           IF DR-CLASSE = SPACES
              MOVE "*** NOT A CONTROLLED DRUG ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           MOVE SPACES TO SK-LOTE
           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF SK-LOTE = SPACES
                MOVE "*** ENTER THE BATCH/LOT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF W-FUNCAO = "H"
              GO TO HIS-001.

      *    THE SAME LOT MAY BE SPLIT BETWEEN UNITS - THE ONE WHOSE
      *    CABINET HAD THE LOSS OR WAS RECOUNTED
       R3U.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SK-UNIDADE = ZEROS
              MOVE 01 TO SK-UNIDADE
              DISPLAY TUNIDADE.
           MOVE DR-NOME TO SK-DROGA
           READ CADSTOCK
           IF ST-ERRO3 NOT = "00"
              MOVE "*** LOT NOT IN STOCK AT THIS UNIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3U.
           DISPLAY TQTDEST.

       R4.
           MOVE SPACES TO W-TIPO
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3U.
           IF W-TIPO = "p"
              MOVE "P" TO W-TIPO.
           IF W-TIPO = "a"
              MOVE "A" TO W-TIPO.
           IF W-TIPO = "r"
              MOVE "R" TO W-TIPO.
           IF W-TIPO NOT = "P" AND "A" AND "R"
              MOVE "*** JUST TYPE P, A OR R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           MOVE ZEROS TO W-QTD
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-QTD = ZEROS
              MOVE "*** ENTER THE QUANTITY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-TIPO NOT = "A" AND W-QTD > SK-QTD
              MOVE "*** MORE THAN THE LOT HOLDS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           COMPUTE W-SOMA = SK-QTD + W-QTD
           IF W-TIPO = "A" AND W-SOMA > 99999
              MOVE "*** LOT QUANTITY OVERFLOW - CHECK STOCK ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-MOTIVO = SPACES
              MOVE "*** THE BOOK NEEDS THE REASON ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

      *--[ THE LOT FIRST, THEN THE BOOK WITH THE LOT'S NEW BALANCE ]----
       INC-WR1.
           IF W-TIPO = "A"
              ADD W-QTD TO SK-QTD
           ELSE
              SUBTRACT W-QTD FROM SK-QTD.
           REWRITE REGSTOCK
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERROR UPDATING THE STOCK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE SPACES TO REGLIVRO
           MOVE ZEROS TO LV-SEQ LV-CRM LV-CPF LV-PONUM LV-FORN
                         LV-SNGDATA
           MOVE SK-DROGA  TO LV-DROGA
           MOVE SK-LOTE   TO LV-LOTE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE    TO LV-DATA
           MOVE W-HORA(1:4) TO LV-HORA
           MOVE W-TIPO    TO LV-TIPO
           MOVE W-QTD     TO LV-QTD
           MOVE SK-QTD    TO LV-SALDO
           MOVE DR-CLASSE TO LV-CLASSE
           MOVE W-MOTIVO  TO LV-MOTIVO
           MOVE "SMP131"  TO LV-PROGR
           PERFORM LIVRO-GRAVA THRU LIVRO-GRAVA-FIM
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MOVEMENT RECORDED ON THE BOOK ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.

      *****************************************
      * LOT HISTORY - ONE MOVEMENT PER LINE   *
      *****************************************
      *
       HIS-001.
           MOVE ZEROS TO W-NMOV
           MOVE DR-NOME TO LV-DROGA W-LVDROGA
           MOVE SK-LOTE TO LV-LOTE W-LVLOTE
           MOVE ZEROS TO LV-SEQ
           START CADLIVRO KEY IS NOT LESS CHAVELIVRO INVALID KEY
                 GO TO HIS-FIM.
       HIS-002.
           READ CADLIVRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO HIS-FIM.
           IF LV-DROGA NOT = W-LVDROGA OR LV-LOTE NOT = W-LVLOTE
              GO TO HIS-FIM.
           ADD 1 TO W-NMOV
           MOVE LV-DATA  TO HMDATA
           MOVE LV-TIPO  TO HMTIPO
           MOVE LV-QTD   TO HMQTD
           MOVE LV-SALDO TO HMSALDO
           MOVE LV-MOTIVO TO HMREF
           IF LV-TIPO = "D"
              MOVE LV-CRMUF TO HDCRMUF
              MOVE LV-CRM   TO HDCRM
              MOVE LV-CPF   TO HDCPF
              MOVE W-REFDISP TO HMREF.
           IF LV-TIPO = "E"
              MOVE LV-PONUM TO HRPONUM
              MOVE LV-FORN  TO HRFORN
              MOVE W-REFRECB TO HMREF.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 43) LIMPA
           DISPLAY (21, 02) W-LINMOV
           DISPLAY (22, 02) "ENTER=NEXT   X=STOP"
           ACCEPT (22, 23) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO HIS-LIMPA.
           IF W-OPCAO = "X" OR "x"
              GO TO HIS-LIMPA.
           GO TO HIS-002.
       HIS-FIM.
           IF W-NMOV = ZEROS
              MOVE "*** NO MOVEMENTS ON THE BOOK FOR THIS LOT ***"
                                                    TO MENS
           ELSE
              MOVE "*** END OF THE LOT'S BOOK ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       HIS-LIMPA.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 43) LIMPA
           DISPLAY (22, 02) LIMPA
           GO TO R1.

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
           IF ST-ERRO2 NOT = "00"
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

      *--[ WRITES REGLIVRO AS THE LOT'S NEXT MOVEMENT NUMBER ]----------
       LIVRO-GRAVA.
           MOVE REGLIVRO TO W-LVSAVE
           MOVE LV-DROGA TO W-LVDROGA
           MOVE LV-LOTE TO W-LVLOTE
           MOVE ZEROS TO W-LVSEQ LV-SEQ
           START CADLIVRO KEY IS NOT LESS CHAVELIVRO INVALID KEY
                 GO TO LIVRO-GRAVA2.
       LIVRO-GRAVA1.
           READ CADLIVRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIVRO-GRAVA2.
           IF LV-DROGA NOT = W-LVDROGA OR LV-LOTE NOT = W-LVLOTE
              GO TO LIVRO-GRAVA2.
           MOVE LV-SEQ TO W-LVSEQ
           GO TO LIVRO-GRAVA1.
       LIVRO-GRAVA2.
           MOVE W-LVSAVE TO REGLIVRO
           ADD 1 TO W-LVSEQ
           MOVE W-LVSEQ TO LV-SEQ
           WRITE REGLIVRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERROR RECORDING THE CONTROLLED BOOK ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIVRO-GRAVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADDROGA CADSTOCK.
       ROT-FIM2.
           CLOSE CADLIVRO.
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
