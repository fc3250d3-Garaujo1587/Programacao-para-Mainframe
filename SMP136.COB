       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP136.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  TRAFFIC FINE ENTRY (CADMULTA)                  *
      *  RECORDS THE NOTICE AND NAMES THE DRIVER FROM   *
      *  THE SHIFT LOG (VEHSHIFT) AND THE TRIP LOG      *
      *  (VEHTRIP) AT THE INFRACTION DATE AND TIME, FOR *
      *  THE DRIVER-INDICATION DEADLINE                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-AIT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MT-PLATE WITH DUPLICATES.

           SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE OF REGVEHI
                    FILE STATUS  IS ST-ERRO2.

           SELECT VEHSHIFT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESHIFT
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS DRIVERNAME OF REGSHIFT
                                             WITH DUPLICATES.

           SELECT VEHTRIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PLATE OF REGTRIP
                                             WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           COPY CPMULTAR.

       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

       FD VEHSHIFT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHSHIFT.DAT".
           COPY CPSHIFTR.

       FD VEHTRIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-SHAVAIL     PIC X(01) VALUE "N".
       01 W-TRAVAIL     PIC X(01) VALUE "N".
       01 DONONOME      PIC X(30) VALUE SPACES.
       01 ORIGNOME      PIC X(20) VALUE SPACES.
       01 W-DRVTRIP     PIC X(30) VALUE SPACES.
       01 W-DRVSHIFT    PIC X(30) VALUE SPACES.
       01 W-DRVACHADO   PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-NDIAS       PIC 9(03) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

      *----[ DAYS THE OWNER HAS TO INDICATE THE DRIVER, COUNTED ]-------
      *----[ FROM THE DAY THE NOTICE IS RECEIVED                ]-------
       77 W-PRAZODIAS   PIC 9(03) VALUE 30.

       01 W-HORA-R.
          03 W-HR-HH    PIC 9(02).
          03 W-HR-MM    PIC 9(02).
       01 W-HORAN REDEFINES W-HORA-R PIC 9(04).

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

       01  TELAMULTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "---------------------------[ TRAFFIC FIN".
           05  LINE 02  COLUMN 41
               VALUE  "ES ]------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " NOTICE (AIT) NR:".
           05  LINE 04  COLUMN 37
               VALUE  "(BLANK LISTS THE PENDING ONES)".
           05  LINE 06  COLUMN 01
               VALUE  " PLATE:".
           05  LINE 06  COLUMN 20
               VALUE  "OWNER:".
           05  LINE 08  COLUMN 01
               VALUE  " INFRACTION DATE:".
           05  LINE 08  COLUMN 32
               VALUE  "TIME (HHMM):".
           05  LINE 10  COLUMN 01
               VALUE  " INFRACTION CODE:".
           05  LINE 10  COLUMN 27
               VALUE  "POINTS:".
           05  LINE 10  COLUMN 40
               VALUE  "AMOUNT:".
           05  LINE 12  COLUMN 01
               VALUE  " LOCATION:".
           05  LINE 14  COLUMN 01
               VALUE  " NOTICE RECEIVED:".
           05  LINE 14  COLUMN 32
               VALUE  "INDICATION DEADLINE:".
           05  LINE 16  COLUMN 01
               VALUE  " DRIVER:".
           05  LINE 16  COLUMN 42
               VALUE  "SOURCE:".
           05  LINE 18  COLUMN 01
               VALUE  " STATUS (P=PENDING I=INDICATED X=CANCELLED):".
           05  LINE 19  COLUMN 01
               VALUE  " INDICATED ON:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TAIT
               LINE 04  COLUMN 19  PIC X(15)
               USING  MT-AIT
               HIGHLIGHT.
           05  TPLATE
               LINE 06  COLUMN 09  PIC X(07)
               USING  MT-PLATE
               HIGHLIGHT.
           05  TDONO
               LINE 06  COLUMN 27  PIC X(30)
               USING  DONONOME
               HIGHLIGHT.
           05  TDATA
               LINE 08  COLUMN 19  PIC 9999/99/99
               USING  MT-DATA
               HIGHLIGHT.
           05  THORA
               LINE 08  COLUMN 45  PIC 9(04)
               USING  MT-HORA
               HIGHLIGHT.
           05  TCODIGO
               LINE 10  COLUMN 19  PIC 9(05)
               USING  MT-CODIGO
               HIGHLIGHT.
           05  TPONTOS
               LINE 10  COLUMN 35  PIC 9(02)
               USING  MT-PONTOS
               HIGHLIGHT.
           05  TVALOR
               LINE 10  COLUMN 48  PIC 9(05)V99
               USING  MT-VALOR
               HIGHLIGHT.
           05  TLOCAL
               LINE 12  COLUMN 12  PIC X(30)
               USING  MT-LOCAL
               HIGHLIGHT.
           05  TNOTIF
               LINE 14  COLUMN 19  PIC 9999/99/99
               USING  MT-NOTIF
               HIGHLIGHT.
           05  TPRAZO
               LINE 14  COLUMN 53  PIC 9999/99/99
               USING  MT-PRAZO
               HIGHLIGHT.
           05  TDRIVER
               LINE 16  COLUMN 10  PIC X(30)
               USING  MT-DRIVER
               HIGHLIGHT.
           05  TORIGNOME
               LINE 16  COLUMN 50  PIC X(20)
               USING  ORIGNOME
               HIGHLIGHT.
           05  TSTATUS
               LINE 18  COLUMN 47  PIC X(01)
               USING  MT-STATUS
               HIGHLIGHT.
           05  TINDDATA
               LINE 19  COLUMN 16  PIC 9999/99/99
               USING  MT-INDDATA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADMULTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMULTA
                 CLOSE CADMULTA
                 MOVE "*** CADMULTA ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADMULTA FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT VEHREG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEHREG FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    WITHOUT THE SHIFT OR TRIP LOG THE DRIVER IS TYPED IN
           MOVE "N" TO W-SHAVAIL W-TRAVAIL
           OPEN INPUT VEHSHIFT
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-SHAVAIL.
           OPEN INPUT VEHTRIP
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-TRAVAIL.

       R1.
           MOVE SPACES TO MT-AIT MT-PLATE MT-LOCAL MT-DRIVER
           MOVE SPACES TO MT-ORIGEM MT-STATUS DONONOME ORIGNOME
           MOVE ZEROS TO MT-DATA MT-HORA MT-CODIGO MT-PONTOS MT-VALOR
           MOVE ZEROS TO MT-NOTIF MT-PRAZO MT-INDDATA W-SEL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELAMULTA.

       R2.
           ACCEPT TAIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF MT-AIT = SPACES
                PERFORM PEND-LIST THRU PEND-LIST-FIM
                GO TO R1.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADMULTA.
           READ CADMULTA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA THRU MOSTRA-FIM
                DISPLAY TELAMULTA
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADMULTA FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TPLATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE MT-PLATE TO PLATE OF REGVEHI
           READ VEHREG KEY IS PLATE OF REGVEHI
           IF ST-ERRO2 NOT = "00"
                MOVE "*** VEHICLE NOT IN VEHREG ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE NAMEP TO DONONOME
           DISPLAY TDONO.

       R4.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE MT-DATA TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF MT-DATA > W-HOJE
              MOVE "*** INFRACTION CANNOT BE IN THE FUTURE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT THORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE MT-HORA TO W-HORAN
           IF W-HR-HH > 23 OR W-HR-MM > 59
              MOVE "*** ENTER A VALID TIME (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF MT-CODIGO = ZEROS
              MOVE "*** ENTER THE INFRACTION CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R6A.
           ACCEPT TPONTOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MT-PONTOS NOT = 0 AND 3 AND 4 AND 5 AND 7
              MOVE "*** POINTS ARE 0, 3, 4, 5 OR 7 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.

       R6B.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6A.
           IF MT-VALOR = ZEROS
              MOVE "*** ENTER THE FINE AMOUNT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6B.

       R7.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6B.

       R8.
           ACCEPT TNOTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE MT-NOTIF TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF MT-NOTIF < MT-DATA OR MT-NOTIF > W-HOJE
              MOVE "*** NOTICE DATE OUT OF RANGE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

      *    THE DEADLINE PRINTED ON THE NOTICE WINS - THE DEFAULT IS
      *    THE LEGAL PERIOD COUNTED FROM RECEIPT
           IF MT-PRAZO = ZEROS OR MT-PRAZO < MT-NOTIF
              MOVE MT-NOTIF TO W-SDATAN
              MOVE W-PRAZODIAS TO W-NDIAS
              PERFORM DIA-MAIS THRU DIA-MAIS-FIM W-NDIAS TIMES
              MOVE W-SDATAN TO MT-PRAZO.
           DISPLAY TPRAZO.

       R8A.
           ACCEPT TPRAZO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE MT-PRAZO TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           IF MT-PRAZO < MT-NOTIF
              MOVE "*** DEADLINE BEFORE THE NOTICE DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.

       R9.
      *    A DRIVER TYPED IN BY THE FLEET MANAGER IS KEPT ON CHANGE;
      *    OTHERWISE THE LOGS ARE READ AGAIN FOR THE DATE AND TIME
           IF W-SEL NOT = 1 OR MT-ORIGEM NOT = "M"
              PERFORM MOTORISTA-BUSCA THRU MOTORISTA-BUSCA-FIM.
           PERFORM ORIGEM-NOME THRU ORIGEM-NOME-FIM
           DISPLAY TDRIVER
           DISPLAY TORIGNOME
           IF MT-ORIGEM = "D"
              DISPLAY (20, 02) "SHIFT LOG DRIVER :"
              DISPLAY (20, 21) W-DRVSHIFT
              MOVE "*** SHIFT AND TRIP LOGS DISAGREE - CHECK ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF MT-DRIVER = SPACES
              MOVE "*** NO DRIVER IN THE LOGS - TYPE IT IN ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE MT-DRIVER TO W-DRVACHADO.

       R9A.
           ACCEPT TDRIVER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8A.
           IF MT-DRIVER NOT = W-DRVACHADO
              IF MT-DRIVER = SPACES
                 MOVE SPACE TO MT-ORIGEM
              ELSE
                 MOVE "M" TO MT-ORIGEM.
           PERFORM ORIGEM-NOME THRU ORIGEM-NOME-FIM
           DISPLAY TORIGNOME.

       R10.
           IF MT-STATUS = SPACE
              MOVE "P" TO MT-STATUS.
           ACCEPT TSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9A.
           IF MT-STATUS NOT = "P" AND "I" AND "X"
              MOVE "*** STATUS IS P, I OR X ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF MT-STATUS = "I" AND MT-DRIVER = SPACES
              MOVE "*** NO DRIVER TO INDICATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF MT-STATUS NOT = "I"
              MOVE ZEROS TO MT-INDDATA
              DISPLAY TINDDATA
              GO TO R11.

       R10A.
           IF MT-INDDATA = ZEROS
              MOVE W-HOJE TO MT-INDDATA.
           ACCEPT TINDDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           MOVE MT-INDDATA TO W-SDATAN
           PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10A.
           IF MT-INDDATA < MT-NOTIF OR MT-INDDATA > W-HOJE
              MOVE "*** INDICATION DATE OUT OF RANGE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10A.
           IF MT-INDDATA > MT-PRAZO
              MOVE "*** NOTE: INDICATED AFTER THE DEADLINE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R11.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMULTA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*** NOTICE ALREADY RECORDED ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                MOVE ZEROS TO W-SEL
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE"
                ACCEPT (23, 42) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R3
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADMULTA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMULTA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ FILLS THE DESCRIPTIONS OF THE CURRENT REGMULTA ]-------
       MOSTRA.
           MOVE "*** VEHICLE NOT IN VEHREG ***" TO DONONOME
           MOVE MT-PLATE TO PLATE OF REGVEHI
           READ VEHREG KEY IS PLATE OF REGVEHI
           IF ST-ERRO2 = "00"
              MOVE NAMEP TO DONONOME.
           PERFORM ORIGEM-NOME THRU ORIGEM-NOME-FIM.
       MOSTRA-FIM.
           EXIT.

       ORIGEM-NOME.
           MOVE "NOT IDENTIFIED" TO ORIGNOME
           IF MT-ORIGEM = "S"
              MOVE "SHIFT LOG" TO ORIGNOME.
           IF MT-ORIGEM = "V"
              MOVE "TRIP LOG" TO ORIGNOME.
           IF MT-ORIGEM = "A"
              MOVE "SHIFT + TRIP LOGS" TO ORIGNOME.
           IF MT-ORIGEM = "D"
              MOVE "LOGS DISAGREE" TO ORIGNOME.
           IF MT-ORIGEM = "M"
              MOVE "TYPED IN" TO ORIGNOME.
       ORIGEM-NOME-FIM.
           EXIT.

      *--------[ WHO WAS DRIVING THE PLATE AT THE INFRACTION: THE ]-----
      *--------[ TRIP UNDER WAY AT THAT MOMENT AND THE SHIFT THAT ]----
      *--------[ COVERS IT. THE TRIP LOG NAMES WHO ACTUALLY TOOK  ]-----
      *--------[ THE VEHICLE OUT, SO IT WINS WHEN THEY DISAGREE   ]-----
       MOTORISTA-BUSCA.
           MOVE SPACES TO W-DRVTRIP W-DRVSHIFT MT-DRIVER
           MOVE SPACE TO MT-ORIGEM
           PERFORM TRIP-BUSCA THRU TRIP-BUSCA-FIM
           PERFORM SHIFT-BUSCA THRU SHIFT-BUSCA-FIM
           IF W-DRVTRIP NOT = SPACES
              MOVE W-DRVTRIP TO MT-DRIVER
              IF W-DRVSHIFT = SPACES
                 MOVE "V" TO MT-ORIGEM
              ELSE
                 IF W-DRVSHIFT = W-DRVTRIP
                    MOVE "A" TO MT-ORIGEM
                 ELSE
                    MOVE "D" TO MT-ORIGEM.
           IF W-DRVTRIP = SPACES AND W-DRVSHIFT NOT = SPACES
              MOVE W-DRVSHIFT TO MT-DRIVER
              MOVE "S" TO MT-ORIGEM.
       MOTORISTA-BUSCA-FIM.
           EXIT.

      *--------[ LAST DEPARTURE OF THE PLATE NOT AFTER THE ]------------
      *--------[ INFRACTION, IF ITS RETURN IS NOT BEFORE IT ]-----------
       TRIP-BUSCA.
           IF W-TRAVAIL NOT = "Y"
              GO TO TRIP-BUSCA-FIM.
           MOVE MT-PLATE TO PLATE OF REGTRIP
           MOVE ZEROS TO DEPDATA DEPHORA
           START VEHTRIP KEY IS NOT LESS CHAVETRIP INVALID KEY
                 GO TO TRIP-BUSCA-FIM.
       TRIP-BUSCA1.
           READ VEHTRIP NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO TRIP-BUSCA-FIM.
           IF PLATE OF REGTRIP NOT = MT-PLATE
              GO TO TRIP-BUSCA-FIM.
           IF DEPDATA > MT-DATA
              GO TO TRIP-BUSCA-FIM.
           IF DEPDATA = MT-DATA AND DEPHORA > MT-HORA
              GO TO TRIP-BUSCA-FIM.
           MOVE SPACES TO W-DRVTRIP
           IF RETDATA = ZEROS OR RETDATA > MT-DATA
              MOVE DRIVERNAME OF REGTRIP TO W-DRVTRIP.
           IF RETDATA = MT-DATA AND RETHORA NOT < MT-HORA
              MOVE DRIVERNAME OF REGTRIP TO W-DRVTRIP.
           GO TO TRIP-BUSCA1.
       TRIP-BUSCA-FIM.
           EXIT.

      *--------[ SHIFT OF THE PLATE ON THE INFRACTION DAY THAT ]--------
      *--------[ COVERS THE INFRACTION TIME (AS SMP083 DOES)    ]-----
       SHIFT-BUSCA.
           IF W-SHAVAIL NOT = "Y"
              GO TO SHIFT-BUSCA-FIM.
           MOVE MT-PLATE TO PLATE OF REGSHIFT
           MOVE MT-DATA TO SHIFTDATE
           MOVE ZEROS TO SHIFTSTART
           START VEHSHIFT KEY IS NOT LESS CHAVESHIFT INVALID KEY
                 GO TO SHIFT-BUSCA-FIM.
       SHIFT-BUSCA1.
           READ VEHSHIFT NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO SHIFT-BUSCA-FIM.
           IF PLATE OF REGSHIFT NOT = MT-PLATE OR
              SHIFTDATE NOT = MT-DATA
              GO TO SHIFT-BUSCA-FIM.
           IF SHIFTSTART NOT > MT-HORA AND SHIFTEND NOT < MT-HORA
              MOVE DRIVERNAME OF REGSHIFT TO W-DRVSHIFT.
           GO TO SHIFT-BUSCA1.
       SHIFT-BUSCA-FIM.
           EXIT.

      *--------[ BLANK NOTICE NUMBER BROWSES THE FINES STILL ]----------
      *--------[ WAITING FOR THE DRIVER INDICATION            ]------
       PEND-LIST.
           MOVE LOW-VALUES TO MT-AIT
           START CADMULTA KEY IS NOT LESS MT-AIT INVALID KEY
                 MOVE "*** NO FINE RECORDED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PEND-LIST-FIM.
       PEND-LIST2.
           READ CADMULTA NEXT
           IF ST-ERRO NOT = "00"
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PEND-LIST-FIM.
           IF MT-STATUS NOT = "P"
                 GO TO PEND-LIST2.

           PERFORM MOSTRA THRU MOSTRA-FIM
           DISPLAY TELAMULTA
           IF MT-PRAZO < W-HOJE
              DISPLAY (20, 02) "*** INDICATION DEADLINE HAS PASSED ***".
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
           IF W-OPCAO = "X" OR "x"
                 GO TO PEND-LIST-FIM.
           GO TO PEND-LIST2.
       PEND-LIST-FIM.
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
           CLOSE CADMULTA VEHREG.
           IF W-SHAVAIL = "Y"
              CLOSE VEHSHIFT.
           IF W-TRAVAIL = "Y"
              CLOSE VEHTRIP.
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
