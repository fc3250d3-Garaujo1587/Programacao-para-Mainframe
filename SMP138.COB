       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP138.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   VEHICLE WORKSHOP WORK ORDERS (CADOFIC)        *
      *   ORDER NUMBER 0 OPENS A NEW ORDER FOR A        *
      *   VEHREG VEHICLE - WHILE IT IS OPEN SMP083 WILL *
      *   NOT DISPATCH THE VEHICLE. PARTS AND LABOR     *
      *   LINES CARRY THE COST; CLOSING THE ORDER ROLLS *
      *   THE VEHICLE'S NEXTMAINT FORWARD ON VEHREG     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOFIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEOFIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OF-PLATE WITH DUPLICATES.

           SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE
                    FILE STATUS  IS ST-ERRO2.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOFIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOFIC.DAT".
           COPY CPOFICR.

       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-NUM         PIC 9(06) VALUE ZEROS.
       01 W-PLATE       PIC X(07) VALUE SPACES.
       01 W-ABERTA      PIC 9(08) VALUE ZEROS.
       01 W-ODOMETRO    PIC 9(07) VALUE ZEROS.
       01 W-OFICINA     PIC X(30) VALUE SPACES.
       01 W-QUEIXA      PIC X(40) VALUE SPACES.
       01 W-FECHADA     PIC 9(08) VALUE ZEROS.
       01 W-PROXMAN     PIC 9(08) VALUE ZEROS.
       01 W-STATUS      PIC X(01) VALUE SPACES.
       01 W-NOVOSTAT    PIC X(01) VALUE SPACES.
       01 STATTXT       PIC X(10) VALUE SPACES.
       01 VEHNOME       PIC X(30) VALUE SPACES.
       01 W-NLIN        PIC 9(03) VALUE ZEROS.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-PROXNUM     PIC 9(06) VALUE ZEROS.
       01 W-TOTPECA     PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTMO       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-ABERTO      PIC X(01) VALUE "N".
       01 W-NUMABERTO   PIC 9(06) VALUE ZEROS.
       01 W-SVLINHA     PIC X(161) VALUE SPACES.
       01 W-NDIAS       PIC 9(03) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).

      *----[ DAYS FROM A WORK ORDER'S CLOSING TO THE VEHICLE'S NEXT ]---
      *----[ PREVENTIVE MAINTENANCE - OFFERED AS THE NEW NEXTMAINT  ]---
       77 W-INTERVALO   PIC 9(03) VALUE 90.

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
       SCREEN SECTION.

       01  TELAOFIC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------------[ VEHICLE WORK ".
           05  LINE 02  COLUMN 41
               VALUE  "ORDER ]--------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " WORK ORDER NR:".
           05  LINE 04  COLUMN 26
               VALUE  "OPENED:".
           05  LINE 04  COLUMN 47
               VALUE  "STATUS:".
           05  LINE 06  COLUMN 01
               VALUE  " PLATE:".
           05  LINE 06  COLUMN 20
               VALUE  "VEHICLE:".
           05  LINE 07  COLUMN 01
               VALUE  " ODOMETER:".
           05  LINE 07  COLUMN 22
               VALUE  "WORKSHOP:".
           05  LINE 08  COLUMN 01
               VALUE  " COMPLAINT:".
           05  LINE 09  COLUMN 01
               VALUE  " CLOSED:".
           05  LINE 09  COLUMN 24
               VALUE  "NEXT MAINTENANCE:".
           05  LINE 11  COLUMN 01
               VALUE  " PARTS:".
           05  LINE 11  COLUMN 24
               VALUE  "LABOR:".
           05  LINE 11  COLUMN 46
               VALUE  "TOTAL:".
           05  LINE 13  COLUMN 01
               VALUE  " LINE:".
           05  LINE 13  COLUMN 12
               VALUE  "TYPE (P=PART L=LABOR):".
           05  LINE 14  COLUMN 01
               VALUE  " DESCRIPTION:".
           05  LINE 15  COLUMN 01
               VALUE  " QUANTITY/HOURS:".
           05  LINE 15  COLUMN 28
               VALUE  "UNIT PRICE:".
           05  LINE 15  COLUMN 50
               VALUE  "LINE TOTAL:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TNUM
               LINE 04  COLUMN 17  PIC 9(06)
               USING  W-NUM
               HIGHLIGHT.
           05  TABERTA
               LINE 04  COLUMN 34  PIC 9999/99/99
               USING  W-ABERTA
               HIGHLIGHT.
           05  TSTATTXT
               LINE 04  COLUMN 55  PIC X(10)
               USING  STATTXT
               HIGHLIGHT.
           05  TPLATE
               LINE 06  COLUMN 09  PIC X(07)
               USING  W-PLATE
               HIGHLIGHT.
           05  TVEHNOME
               LINE 06  COLUMN 29  PIC X(30)
               USING  VEHNOME
               HIGHLIGHT.
           05  TODOMETRO
               LINE 07  COLUMN 12  PIC 9(07)
               USING  W-ODOMETRO
               HIGHLIGHT.
           05  TOFICINA
               LINE 07  COLUMN 32  PIC X(30)
               USING  W-OFICINA
               HIGHLIGHT.
           05  TQUEIXA
               LINE 08  COLUMN 13  PIC X(40)
               USING  W-QUEIXA
               HIGHLIGHT.
           05  TFECHADA
               LINE 09  COLUMN 10  PIC 9999/99/99
               USING  W-FECHADA
               HIGHLIGHT.
           05  TPROXMAN
               LINE 09  COLUMN 42  PIC 9999/99/99
               USING  W-PROXMAN
               HIGHLIGHT.
           05  TTOTPECA
               LINE 11  COLUMN 09  PIC ZZZZZZ9,99
               USING  W-TOTPECA
               HIGHLIGHT.
           05  TTOTMO
               LINE 11  COLUMN 31  PIC ZZZZZZ9,99
               USING  W-TOTMO
               HIGHLIGHT.
           05  TTOTAL
               LINE 11  COLUMN 53  PIC ZZZZZZ9,99
               USING  W-TOTAL
               HIGHLIGHT.
           05  TSEQ
               LINE 13  COLUMN 08  PIC 9(02)
               USING  OF-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 13  COLUMN 35  PIC X(01)
               USING  OF-TIPO
               HIGHLIGHT.
           05  TDESCR
               LINE 14  COLUMN 15  PIC X(30)
               USING  OF-DESCR
               HIGHLIGHT.
           05  TQTD
               LINE 15  COLUMN 18  PIC 9(03)V99
               USING  OF-QTD
               HIGHLIGHT.
           05  TVALUNIT
               LINE 15  COLUMN 40  PIC 9(05)V99
               USING  OF-VALUNIT
               HIGHLIGHT.
           05  TVALOR
               LINE 15  COLUMN 62  PIC ZZZZZZ9,99
               USING  OF-VALOR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADOFIC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOFIC
                 CLOSE CADOFIC
                 MOVE "*** CADOFIC ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADOFIC FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    VEHREG IS OPENED I-O - CLOSING AN ORDER REWRITES THE
      *    VEHICLE'S NEXTMAINT AND ODOMETER
       R0A.
           OPEN I-O VEHREG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEHREG FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO W-NUM W-ABERTA W-ODOMETRO W-FECHADA W-PROXMAN
           MOVE ZEROS TO W-TOTPECA W-TOTMO W-TOTAL
           MOVE SPACES TO W-PLATE W-OFICINA W-QUEIXA W-STATUS
           MOVE SPACES TO STATTXT VEHNOME
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAOFIC.

       R2.
           DISPLAY (23, 12) "ORDER NUMBER 000000 OPENS A NEW ONE"
           ACCEPT TNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           DISPLAY (23, 12) LIMPA
           IF W-NUM = ZEROS
              GO TO NOVO-001.

           PERFORM OS-RESUMO THRU OS-RESUMO-FIM
           IF W-NLIN = ZEROS
              MOVE "*** WORK ORDER NOT FOUND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAOFIC
           GO TO ACE-001.

      *****************************************
      * OPENING A NEW WORK ORDER              *
      *****************************************
      *
       NOVO-001.
           ACCEPT TPLATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-PLATE TO PLATE
           READ VEHREG KEY IS PLATE
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEHICLE NOT ON VEHREG ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-001.
           MOVE NAMEP TO VEHNOME
           DISPLAY TVEHNOME
           PERFORM OFIC-ABERTA THRU OFIC-ABERTA-FIM
           IF W-ABERTO = "Y"
              MOVE W-NUMABERTO TO W-NUM
              DISPLAY TNUM
              MOVE "*** VEHICLE ALREADY HAS THIS ORDER OPEN ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-NUM
              GO TO NOVO-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO W-ABERTA
           MOVE ODOMETER TO W-ODOMETRO
           DISPLAY TABERTA
           DISPLAY TODOMETRO.

       NOVO-002.
           ACCEPT TABERTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-001.
           MOVE W-ABERTA TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-002.
           IF W-ABERTA > W-HOJEN
              MOVE "*** OPENING DATE CANNOT BE IN THE FUTURE ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-002.

       NOVO-003.
           ACCEPT TODOMETRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-002.
           IF W-ODOMETRO = ZEROS
              MOVE "*** ENTER THE ODOMETER READING ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-003.

       NOVO-004.
           ACCEPT TOFICINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-003.
           IF W-OFICINA = SPACES
              MOVE "*** ENTER THE WORKSHOP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-004.

       NOVO-005.
           ACCEPT TQUEIXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-004.
           IF W-QUEIXA = SPACES
              MOVE "*** ENTER THE COMPLAINT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-005.

       NOVO-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "OPEN ORDER (Y/N) : ".
                ACCEPT (23, 60) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO NOVO-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOVO-OPC.

       NOVO-WR1.
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM TO W-NUM
           MOVE "A" TO W-STATUS
           MOVE ZEROS TO W-FECHADA
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           PERFORM CAB-MOVE THRU CAB-MOVE-FIM
           MOVE ZEROS TO OF-SEQ
           MOVE "H" TO OF-TIPO
           WRITE REGOFIC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR IN FILE RECORDING" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM OS-RESUMO THRU OS-RESUMO-FIM
           DISPLAY TELAOFIC
           MOVE "*** ORDER OPENED - VEHICLE OUT OF SERVICE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ADD-001.

      *--[ Y IN W-ABERTO WHEN W-PLATE ALREADY HAS AN OPEN ORDER ]-------
       OFIC-ABERTA.
           MOVE "N" TO W-ABERTO
           MOVE ZEROS TO W-NUMABERTO
           MOVE W-PLATE TO OF-PLATE
           START CADOFIC KEY IS NOT LESS OF-PLATE INVALID KEY
                 GO TO OFIC-ABERTA-FIM.
       OFIC-ABERTA1.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO OFIC-ABERTA-FIM.
           IF OF-PLATE NOT = W-PLATE
              GO TO OFIC-ABERTA-FIM.
           IF OF-STATUS = "A"
              MOVE "Y" TO W-ABERTO
              MOVE OF-NUM TO W-NUMABERTO
              GO TO OFIC-ABERTA-FIM.
           GO TO OFIC-ABERTA1.
       OFIC-ABERTA-FIM.
           EXIT.

      *--[ HIGHEST ORDER NUMBER ON FILE ]-------------------------------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXNUM CHAVEOFIC
           START CADOFIC KEY IS NOT LESS CHAVEOFIC INVALID KEY
                 GO TO NUM-SCAN-FIM.
       NUM-SCAN1.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO NUM-SCAN-FIM.
           IF OF-NUM > W-PROXNUM
              MOVE OF-NUM TO W-PROXNUM.
           GO TO NUM-SCAN1.
       NUM-SCAN-FIM.
           EXIT.

      *****************************************
      * WORK ORDER OPTIONS                    *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                  "L=LINES A=ADD LINE F=CLOSE X=CANCEL ORDER"
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "L" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "F" AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "L"
                   GO TO LIN-001.
                IF W-STATUS NOT = "A"
                   MOVE "*** ORDER ALREADY CLOSED OR CANCELLED ***"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "A"
                   GO TO ADD-001.
                IF W-OPCAO = "F"
                   GO TO FEC-001.
                MOVE "X" TO W-NOVOSTAT.
       CAN-OPC.
                DISPLAY (23, 40) "CANCEL ORDER (Y/N) : ".
                ACCEPT (23, 62) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ORDER NOT CHANGED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
                MOVE ZEROS TO W-FECHADA
                PERFORM STA-RW1 THRU STA-RW1-FIM
                MOVE "*** WORK ORDER CANCELLED ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *****************************************
      * CLOSING - ROLLS NEXTMAINT FORWARD     *
      *****************************************
      *
       FEC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO W-FECHADA
           ACCEPT TFECHADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE ZEROS TO W-FECHADA
              DISPLAY TFECHADA
              GO TO ACE-001.
           MOVE W-FECHADA TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-001.
           IF W-FECHADA < W-ABERTA OR W-FECHADA > W-HOJEN
              MOVE "*** CLOSING DATE OUT OF RANGE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-001.
           MOVE W-FECHADA TO W-SDATAN
           MOVE W-INTERVALO TO W-NDIAS
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM W-NDIAS TIMES
           MOVE W-SDATAN TO W-PROXMAN.

       FEC-002.
           ACCEPT TPROXMAN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FEC-001.
           MOVE W-PROXMAN TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-002.
           IF W-PROXMAN NOT > W-FECHADA
              MOVE "*** NEXT MAINTENANCE MUST BE AFTER CLOSING ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-002.

       FEC-OPC.
                DISPLAY (23, 40) "CLOSE ORDER (Y/N) : ".
                ACCEPT (23, 61) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO FEC-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ORDER NOT CHANGED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-OPC.
                MOVE "F" TO W-NOVOSTAT
                PERFORM STA-RW1 THRU STA-RW1-FIM.

      *--[ THE VEHICLE GOES BACK ON THE ROAD WITH ITS NEW NEXTMAINT ]---
      *--[ (VEHREG KEEPS IT DAY/MONTH/YEAR) AND THE ORDER'S READING ]---
      *--[ WHEN THAT IS AHEAD OF THE ODOMETER ON FILE               ]---
       FEC-VEH.
           MOVE W-PLATE TO PLATE
           READ VEHREG KEY IS PLATE
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ORDER CLOSED - VEHICLE NOT ON VEHREG ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-PROXMAN TO W-SDATAN
           MOVE SD-DIA TO NEXTMAINT-DIA
           MOVE SD-MES TO NEXTMAINT-MES
           MOVE SD-ANO TO NEXTMAINT-ANO
           IF W-ODOMETRO > ODOMETER
              MOVE W-ODOMETRO TO ODOMETER.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO LAST-CHANGED-DATE
           REWRITE REGVEHI
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** ORDER CLOSED - NEXTMAINT ROLLED FORWARD ***"
                                                      TO MENS
           ELSE
              MOVE "ERROR UPDATING VEHREG - CHECK NEXTMAINT" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *--[ PUTS W-NOVOSTAT (AND W-FECHADA) ON EVERY LINE OF W-NUM ]-----
       STA-RW1.
           MOVE W-NUM TO OF-NUM
           MOVE ZEROS TO OF-SEQ
           START CADOFIC KEY IS NOT LESS CHAVEOFIC INVALID KEY
                 GO TO STA-RW1-FIM.
       STA-RW2.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO STA-RW1-FIM.
           IF OF-NUM NOT = W-NUM
              GO TO STA-RW1-FIM.
           MOVE W-NOVOSTAT TO OF-STATUS
           MOVE W-FECHADA TO OF-FECHADA
           REWRITE REGOFIC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO STA-RW2.
       STA-RW1-FIM.
           MOVE W-NOVOSTAT TO W-STATUS.
           EXIT.

      *****************************************
      * LINE REVIEW                           *
      *****************************************
      *
      *--[ WALKS THE PARTS AND LABOR LINES OF W-NUM. A LINE OF AN ]-----
      *--[ OPEN ORDER CAN BE DROPPED                               ]---
       LIN-001.
           MOVE W-NUM TO OF-NUM
           MOVE 01 TO OF-SEQ
           START CADOFIC KEY IS NOT LESS CHAVEOFIC INVALID KEY
                 GO TO LIN-FIM.
       LIN-RD.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIN-FIM.
           IF OF-NUM NOT = W-NUM
              GO TO LIN-FIM.
           DISPLAY TELAOFIC.

       LIN-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 12) "ENTER=NEXT   D=DROP   X=STOP"
           ACCEPT (23, 42) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-OPCAO = "X"
              GO TO LIN-FIM.
           IF W-OPCAO = SPACES
              GO TO LIN-RD.
           IF W-OPCAO NOT = "D"
              GO TO LIN-OPC.
           IF W-STATUS NOT = "A"
              MOVE "*** ONLY AN OPEN ORDER CAN BE CHANGED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-OPC.
           DISPLAY (23, 12) LIMPA.

       LIN-DROP.
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           DELETE CADOFIC RECORD
           IF ST-ERRO = "00"
              MOVE "*** LINE DROPPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-RD.
           MOVE "ERROR EXCLUSION FROM REGISTRATION" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       LIN-FIM.
           PERFORM OS-RESUMO THRU OS-RESUMO-FIM
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAOFIC
           GO TO ACE-001.

      *****************************************
      * PARTS AND LABOR LINES                 *
      *****************************************
      *
       ADD-001.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAOFIC
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-FIM.
           IF OF-TIPO = "p"
              MOVE "P" TO OF-TIPO.
           IF OF-TIPO = "l"
              MOVE "L" TO OF-TIPO.
           IF OF-TIPO NOT = "P" AND OF-TIPO NOT = "L"
              MOVE "*** TYPE P=PART OR L=LABOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-001.

       ADD-002.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-001.
           IF OF-DESCR = SPACES
              MOVE "*** ENTER THE DESCRIPTION ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-002.

       ADD-003.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-002.
           IF OF-QTD = ZEROS
              MOVE "*** ENTER THE QUANTITY OR HOURS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-003.

      *    A ZERO PRICE IS ACCEPTED - WARRANTY PARTS AND LABOR
      *    STILL BELONG IN THE VEHICLE'S HISTORY
       ADD-004.
           ACCEPT TVALUNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-003.
           COMPUTE OF-VALOR ROUNDED = OF-QTD * OF-VALUNIT
              ON SIZE ERROR
                 MOVE "*** LINE TOTAL TOO LARGE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ADD-004.
           DISPLAY TVALOR.

       ADD-OPC.
           PERFORM OS-RESUMO-LIN THRU OS-RESUMO-LIN-FIM
           IF W-MAXSEQ = 99
              MOVE "*** ORDER IS FULL - OPEN ANOTHER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-FIM.
           ADD 1 TO W-MAXSEQ
           PERFORM CAB-MOVE THRU CAB-MOVE-FIM
           MOVE W-MAXSEQ TO OF-SEQ
           WRITE REGOFIC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** LINE ADDED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM OS-RESUMO THRU OS-RESUMO-FIM
              GO TO ADD-001.
           MOVE "ERROR IN FILE RECORDING" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       ADD-FIM.
           PERFORM OS-RESUMO THRU OS-RESUMO-FIM
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY TELAOFIC
           GO TO ACE-001.

      *****************************************
      * ORDER SUMMARY                         *
      *****************************************
      *
      *--[ READS EVERY LINE OF W-NUM: HEADER FIELDS, PARTS/LABOR ]------
      *--[ TOTALS AND THE HIGHEST LINE NUMBER                     ]----
       OS-RESUMO.
           MOVE ZEROS TO W-NLIN W-MAXSEQ W-TOTPECA W-TOTMO W-TOTAL
           MOVE W-NUM TO OF-NUM
           MOVE ZEROS TO OF-SEQ
           START CADOFIC KEY IS NOT LESS CHAVEOFIC INVALID KEY
                 GO TO OS-RESUMO-FIM.
       OS-RESUMO1.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO OS-RESUMO2.
           IF OF-NUM NOT = W-NUM
              GO TO OS-RESUMO2.
           ADD 1 TO W-NLIN
           MOVE OF-SEQ TO W-MAXSEQ
           MOVE OF-PLATE TO W-PLATE
           MOVE OF-ABERTA TO W-ABERTA
           MOVE OF-ODOMETRO TO W-ODOMETRO
           MOVE OF-OFICINA TO W-OFICINA
           MOVE OF-QUEIXA TO W-QUEIXA
           MOVE OF-FECHADA TO W-FECHADA
           MOVE OF-STATUS TO W-STATUS
           IF OF-TIPO = "P"
              ADD OF-VALOR TO W-TOTPECA.
           IF OF-TIPO = "L"
              ADD OF-VALOR TO W-TOTMO.
           GO TO OS-RESUMO1.
       OS-RESUMO2.
           COMPUTE W-TOTAL = W-TOTPECA + W-TOTMO
           IF W-STATUS = "A"
              MOVE "OPEN" TO STATTXT
           ELSE
           IF W-STATUS = "F"
              MOVE "CLOSED" TO STATTXT
           ELSE
              MOVE "CANCELLED" TO STATTXT.
           MOVE "** NOT ON VEHREG **" TO VEHNOME
           MOVE ZEROS TO W-PROXMAN
           MOVE W-PLATE TO PLATE
           READ VEHREG KEY IS PLATE
           IF ST-ERRO2 = "00"
              MOVE NAMEP TO VEHNOME
              MOVE NEXTMAINT-ANO TO SD-ANO
              MOVE NEXTMAINT-MES TO SD-MES
              MOVE NEXTMAINT-DIA TO SD-DIA
              MOVE W-SDATAN TO W-PROXMAN.
       OS-RESUMO-FIM.
           EXIT.

      *--[ HIGHEST LINE NUMBER OF W-NUM, KEEPING THE TYPED LINE ]-------
       OS-RESUMO-LIN.
           MOVE REGOFIC TO W-SVLINHA
           MOVE ZEROS TO W-MAXSEQ
           MOVE W-NUM TO OF-NUM
           MOVE ZEROS TO OF-SEQ
           START CADOFIC KEY IS NOT LESS CHAVEOFIC INVALID KEY
                 GO TO OS-RESUMO-LIN2.
       OS-RESUMO-LIN1.
           READ CADOFIC NEXT
           IF ST-ERRO NOT = "00"
              GO TO OS-RESUMO-LIN2.
           IF OF-NUM NOT = W-NUM
              GO TO OS-RESUMO-LIN2.
           MOVE OF-SEQ TO W-MAXSEQ
           GO TO OS-RESUMO-LIN1.
       OS-RESUMO-LIN2.
           MOVE W-SVLINHA TO REGOFIC.
       OS-RESUMO-LIN-FIM.
           EXIT.

      *--[ HEADER FIELDS OF THE CURRENT ORDER ONTO REGOFIC ]------------
       CAB-MOVE.
           MOVE W-NUM       TO OF-NUM
           MOVE W-PLATE     TO OF-PLATE
           MOVE W-ABERTA    TO OF-ABERTA
           MOVE W-ODOMETRO  TO OF-ODOMETRO
           MOVE W-OFICINA   TO OF-OFICINA
           MOVE W-QUEIXA    TO OF-QUEIXA
           MOVE W-FECHADA   TO OF-FECHADA
           MOVE W-STATUS    TO OF-STATUS.
       CAB-MOVE-FIM.
           EXIT.

      *--------[ BEFORE-IMAGE WRITE TO THE SHARED DELETION LOG ]--------
       DLOG-WRITE.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                OPEN EXTEND CADDELOG
                IF ST-ERRO-DL NOT = "00"
                   OPEN OUTPUT CADDELOG
                   CLOSE CADDELOG
                   OPEN EXTEND CADDELOG.
                MOVE W-HOJE-ANO TO DL-ANO
                MOVE W-HOJE-MES TO DL-MES
                MOVE W-HOJE-DIA TO DL-DIA
                MOVE W-HORA-HH TO DL-HH
                MOVE W-HORA-MM TO DL-MM
                MOVE W-HORA-SS TO DL-SS
                MOVE "SMP138" TO DL-PROGRAMA
                MOVE "CADOFIC" TO DL-ARQUIVO
                MOVE CHAVEOFIC TO DL-CHAVE
                MOVE REGOFIC TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.

      *------[ CLEARS THE LINE PART OF THE SCREEN ]---------------------
       LIMPA-LIN.
           MOVE ZEROS TO OF-SEQ OF-QTD OF-VALUNIT OF-VALOR
           MOVE SPACES TO OF-TIPO OF-DESCR.
       LIMPA-LIN-FIM.
           EXIT.

      *--------[ CHECKS W-SDATA - MENS STAYS SPACES WHEN VALID ]--------
       DATA-VALIDA.
           MOVE SPACES TO MENS
           IF SD-MES < 1 OR SD-MES > 12 OR SD-DIA < 1
              MOVE "*** ENTER A VALID DATE ***" TO MENS
              GO TO DATA-VALIDA-FIM.
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           IF SD-DIA > W-DIASMES
              MOVE "*** DAY INVALID ***" TO MENS.
       DATA-VALIDA-FIM.
           EXIT.

      *--------[ ONE DAY FORWARD ON W-SDATA ]---------------------------
       DIA-MAIS.
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           ADD 1 TO SD-DIA
           IF SD-DIA NOT > W-DIASMES
              GO TO DIA-MAIS-FIM.
           MOVE 1 TO SD-DIA
           ADD 1 TO SD-MES
           IF SD-MES > 12
              MOVE 1 TO SD-MES
              ADD 1 TO SD-ANO.
       DIA-MAIS-FIM.
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

       ROT-FIM.
           CLOSE CADOFIC VEHREG.
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
