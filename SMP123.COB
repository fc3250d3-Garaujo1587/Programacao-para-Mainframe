       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP123.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MAINTENANCE OF THE PRENATAL CARE RECORD     *
      *     ONE CADPRENA ROW PER PREGNANCY, WITH ITS    *
      *     VISIT AND EXAM CALENDAR ON CADPNCAL         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRENA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPNCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPNCAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

           SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRENA.DAT".
           COPY CPPRENR.

       FD CADPNCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPNCAL.DAT".
           COPY CPPNCALR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(08).
          03 SEXPACI       PIC X(01).
          03 FILLER        PIC X(157).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON.
                07 ANOC    PIC 9(04).
                07 MESC    PIC 9(02).
                07 DIAC    PIC 9(02).
             05 HORACON.
                07 HORAC   PIC 9(02).
                07 MINC    PIC 9(02).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 W-LISTCPF     PIC 9(11) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DUMANT      PIC 9(08) VALUE ZEROS.
       01 W-RISCOANT    PIC X(01) VALUE SPACES.
       01 W-ITEM        PIC 9(02) VALUE ZEROS.
       01 W-NDIAS       PIC 9(03) VALUE ZEROS.
       01 W-DATAAT      PIC 9(08) VALUE ZEROS.
       01 W-LIGCHAVE    PIC X(20) VALUE SPACES.
       01 W-LIGOUT      PIC X(01) VALUE SPACES.
       01 W-LIGSEQ      PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

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

      *----[ RECOMMENDED PRENATAL SCHEDULE, IN DUE-WEEK ORDER.      ]---
      *----[ TYPE (V=VISIT E=EXAM), WHO (T=EVERY PREGNANCY, L=LOW  ]---
      *----[ RISK ONLY, H=HIGH RISK ONLY), WINDOW FROM-WEEK AND     ]---
      *----[ DUE-WEEK, THEN THE VISIT/EXAM NAME. VISIT WINDOWS DO  ]---
      *----[ NOT OVERLAP, SO ONE BOOKING NEVER COUNTS TWICE         ]---
       01 TABPNX.
          03 FILLER PIC X(36) VALUE
             "VT0012PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "ET0013BLOOD TYPE AND RH FACTOR      ".
          03 FILLER PIC X(36) VALUE
             "ET0013COMPLETE BLOOD COUNT          ".
          03 FILLER PIC X(36) VALUE
             "ET0013FASTING GLUCOSE               ".
          03 FILLER PIC X(36) VALUE
             "ET0013SYPHILIS SEROLOGY (VDRL)      ".
          03 FILLER PIC X(36) VALUE
             "ET0013HIV SEROLOGY                  ".
          03 FILLER PIC X(36) VALUE
             "ET0013HEPATITIS B SEROLOGY (HBSAG)  ".
          03 FILLER PIC X(36) VALUE
             "ET0013TOXOPLASMOSIS SEROLOGY        ".
          03 FILLER PIC X(36) VALUE
             "ET0013URINALYSIS AND URINE CULTURE  ".
          03 FILLER PIC X(36) VALUE
             "ET1114OBSTETRIC ULTRASOUND          ".
          03 FILLER PIC X(36) VALUE
             "VH1314PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH1516PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VL1316PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH1718PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH1920PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VL1720PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH2122PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH2324PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VL2124PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "ET2024MORPHOLOGICAL ULTRASOUND      ".
          03 FILLER PIC X(36) VALUE
             "VH2526PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VH2728PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VL2528PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "ET2428GLUCOSE TOLERANCE TEST (OGTT) ".
          03 FILLER PIC X(36) VALUE
             "VT2930PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VT3132PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "ET2832COMPLETE BLOOD COUNT          ".
          03 FILLER PIC X(36) VALUE
             "ET2832SYPHILIS SEROLOGY (VDRL)      ".
          03 FILLER PIC X(36) VALUE
             "ET2832HIV SEROLOGY                  ".
          03 FILLER PIC X(36) VALUE
             "VT3334PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VT3536PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "EH3236CARDIOTOCOGRAPHY (CTG)        ".
          03 FILLER PIC X(36) VALUE
             "ET3537GROUP B STREP SWAB            ".
          03 FILLER PIC X(36) VALUE
             "VT3737PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VT3838PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VT3939PRENATAL VISIT                ".
          03 FILLER PIC X(36) VALUE
             "VT4040PRENATAL VISIT                ".
       01 TABPN REDEFINES TABPNX.
          03 TBPN OCCURS 37 TIMES.
             05 TBPN-TIPO    PIC X(01).
             05 TBPN-RISCO   PIC X(01).
             05 TBPN-SEMDE   PIC 9(02).
             05 TBPN-SEMATE  PIC 9(02).
             05 TBPN-NOME    PIC X(30).

      *----[ ONE CALENDAR LINE ON THE K=CALENDAR SCREEN ]---------------
       01 CAL-LIN.
          03 CL-ITEM    PIC Z9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CL-TIPO    PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CL-SEM     PIC Z9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CL-INI     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE "-".
          03 CL-LIM     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CL-EXAME   PIC X(28).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CL-SITU    PIC X(10).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAPREN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "---------------------[ PRENATAL CARE REC".
           05  LINE 02  COLUMN 41
               VALUE  "ORD ]-----------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 06  COLUMN 01
               VALUE  " PREGNANCY NO:".
           05  LINE 08  COLUMN 01
               VALUE  " LAST MENSTRUAL PERIOD:".
           05  LINE 08  COLUMN 38
               VALUE  "DUE DATE:".
           05  LINE 10  COLUMN 01
               VALUE  " RISK (L=LOW H=HIGH):".
           05  LINE 12  COLUMN 01
               VALUE  " DOCTOR UF/CRM:            NAME:".
           05  LINE 14  COLUMN 01
               VALUE  " STATUS (A=ACTIVE E=ENDED):".
           05  LINE 14  COLUMN 33
               VALUE  "ENDED ON:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCPF
               LINE 04  COLUMN 15  PIC 9(11)
               USING  PN-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 04  COLUMN 34  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TGESTA
               LINE 06  COLUMN 16  PIC 9(02)
               USING  PN-GESTA
               HIGHLIGHT.
           05  TDUM
               LINE 08  COLUMN 25  PIC 9999/99/99
               USING  PN-DUM
               HIGHLIGHT.
           05  TDPP
               LINE 08  COLUMN 48  PIC 9999/99/99
               USING  PN-DPP
               HIGHLIGHT.
           05  TRISCO
               LINE 10  COLUMN 23  PIC X(01)
               USING  PN-RISCO
               HIGHLIGHT.
           05  TCRMUF
               LINE 12  COLUMN 17  PIC X(02)
               USING  PN-CRMUF
               HIGHLIGHT.
           05  TCRM
               LINE 12  COLUMN 20  PIC 9(06)
               USING  PN-CRM
               HIGHLIGHT.
           05  TDOCNOME
               LINE 12  COLUMN 34  PIC X(30)
               USING  DOCNOME
               HIGHLIGHT.
           05  TSITU
               LINE 14  COLUMN 29  PIC X(01)
               USING  PN-SITU
               HIGHLIGHT.
           05  TDATAFIM
               LINE 14  COLUMN 43  PIC 9999/99/99
               USING  PN-DATAFIM
               HIGHLIGHT.

       01  TELAPNCAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "---------------[ PRENATAL VISIT AND EXAM".
           05  LINE 02  COLUMN 41
               VALUE  " CALENDAR ]-----------------------------".
           05  LINE 03  COLUMN 01
               VALUE  " PATIENT:                                ".
           05  LINE 03  COLUMN 41
               VALUE  "  PREGNANCY:     DUE:".
           05  LINE 04  COLUMN 01
               VALUE  " NO TYPE  WK WINDOW                ITEM".
           05  LINE 04  COLUMN 66
               VALUE  "STATUS".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCALNOME
               LINE 03  COLUMN 11  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TCALGESTA
               LINE 03  COLUMN 54  PIC 9(02)
               USING  PN-GESTA
               HIGHLIGHT.
           05  TCALDPP
               LINE 03  COLUMN 62  PIC 9999/99/99
               USING  PN-DPP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADPRENA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRENA
                 CLOSE CADPRENA
                 MOVE "*** CADPRENA ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADPRENA FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADPNCAL
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADPNCAL
                 CLOSE CADPNCAL
                 MOVE "*** CADPNCAL ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERROR IN OPENING THE CADPNCAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADATEN
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                                  OR ST-ERRO5 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    A SITE THAT HAS NEVER PLACED A LAB ORDER HAS NO CADORDER -
      *    EXAM ITEMS THEN SIMPLY STAY OPEN
           MOVE "N" TO W-ORAVAIL
           OPEN INPUT CADORDER
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-ORAVAIL.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R1.
           MOVE SPACES TO PACNOME DOCNOME PN-RISCO PN-CRMUF PN-SITU
           MOVE ZEROS TO PN-CPF PN-GESTA PN-DUM PN-DPP PN-CRM
                         PN-DATAFIM W-DUMANT W-SEL
           MOVE SPACES TO W-RISCOANT
           DISPLAY TELAPREN.

       R2.
           MOVE ZEROS TO PN-CPF

           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF PN-CPF = ZEROS
                MOVE "*** ENTER PATIENT CPF ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

       R2A.
           MOVE PN-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "23"
                   MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF ST-ERRO2 NOT = "00"
                  MOVE "ERROR READING CADPACI FILE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           IF SEXPACI = "M"
                   MOVE "*** PATIENT IS REGISTERED AS MALE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.

           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME.

       R3.
           MOVE ZEROS TO PN-GESTA

           ACCEPT TGESTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF PN-GESTA = ZEROS
                PERFORM PREN-LIST THRU PREN-LIST-FIM
                GO TO R1.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADPRENA.
           READ CADPRENA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE PN-DUM TO W-DUMANT
                MOVE PN-RISCO TO W-RISCOANT
                PERFORM R6A
                DISPLAY TELAPREN
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADPRENA FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TDUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           MOVE PN-DUM TO W-SDATA
           IF SD-MES < 1 OR SD-MES > 12 OR SD-DIA < 1
              MOVE "*** ENTER A VALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM MES-DIAS THRU MES-DIAS-FIM
           IF SD-DIA > W-DIASMES
              MOVE "*** DAY INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF PN-DUM > W-HOJE
              MOVE "*** LMP CANNOT BE IN THE FUTURE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *    NAEGELE: DUE DATE = LMP + 280 DAYS
           MOVE 280 TO W-NDIAS
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM W-NDIAS TIMES
           MOVE W-SDATAN TO PN-DPP
           DISPLAY TDPP.

       R5.
           IF PN-RISCO = SPACE
              MOVE "L" TO PN-RISCO.
           ACCEPT TRISCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PN-RISCO = "l" MOVE "L" TO PN-RISCO.
           IF PN-RISCO = "h" MOVE "H" TO PN-RISCO.
           IF PN-RISCO NOT = "L" AND PN-RISCO NOT = "H"
              MOVE "*** JUST TYPE L=LOW OR H=HIGH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCRMUF
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

           MOVE PN-CRMUF TO CRMUF OF REGMED
           MOVE PN-CRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DOCTOR CRM DOES NOT EXIST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE NOUN TO DOCNOME
           DISPLAY TDOCNOME
           GO TO R7.

      *--------[ DISPLAY-ONLY DOCTOR NAME RESOLUTION ]------------------
       R6A.
           MOVE "*** DOCTOR NOT FOUND ***" TO DOCNOME
           MOVE PN-CRMUF TO CRMUF OF REGMED
           MOVE PN-CRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO DOCNOME.

       R7.
           IF PN-SITU = SPACE
              MOVE "A" TO PN-SITU.
           ACCEPT TSITU
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF PN-SITU = "a" MOVE "A" TO PN-SITU.
           IF PN-SITU = "e" MOVE "E" TO PN-SITU.
           IF PN-SITU NOT = "A" AND PN-SITU NOT = "E"
              MOVE "*** JUST TYPE A=ACTIVE OR E=ENDED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF PN-SITU = "A"
              MOVE ZEROS TO PN-DATAFIM
              DISPLAY TDATAFIM
              GO TO INC-OPC.

       R7A.
           IF PN-DATAFIM = ZEROS
              MOVE W-HOJE TO PN-DATAFIM.
           ACCEPT TDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PN-DATAFIM < PN-DUM
              MOVE "*** END DATE BEFORE THE LMP ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPRENA
                IF ST-ERRO = "00" OR "02"
                      PERFORM CAL-GERA THRU CAL-GERA-FIM
                      MOVE "*** RECORDED - CALENDAR BUILT *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
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
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE   K=CALENDAR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D" AND W-OPCAO NOT = "K"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R4
                   ELSE
                      IF W-OPCAO = "K"
                         PERFORM CAL-VER THRU CAL-VER-FIM
                         DISPLAY TELAPREN
                         GO TO ACE-001
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
                DELETE CADPRENA RECORD
                IF ST-ERRO = "00"
                   PERFORM CAL-EXCLUI THRU CAL-EXCLUI-FIM
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
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPRENA
                IF ST-ERRO = "00" OR "02"
      *            A NEW LMP OR RISK CHANGES THE WHOLE SCHEDULE
                   IF PN-DUM NOT = W-DUMANT OR PN-RISCO NOT = W-RISCOANT
                      PERFORM CAL-EXCLUI THRU CAL-EXCLUI-FIM
                      PERFORM CAL-GERA THRU CAL-GERA-FIM
                      MOVE "*** CHANGED - CALENDAR REBUILT ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      MOVE "*** REGISTRATION CHANGED ***         "
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ BLANK PREGNANCY NUMBER LISTS THE PATIENT'S ONES ]------
       PREN-LIST.
           MOVE PN-CPF TO W-LISTCPF
           MOVE ZEROS TO PN-GESTA
           START CADPRENA KEY IS NOT LESS CHAVEPRENA INVALID KEY
                 MOVE "*** NO PREGNANCY RECORDED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PREN-LIST-FIM.
       PREN-LIST2.
           READ CADPRENA NEXT
           IF ST-ERRO NOT = "00"
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PREN-LIST-FIM.
           IF PN-CPF NOT = W-LISTCPF
                 MOVE "*** END OF LIST ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PREN-LIST-FIM.

           PERFORM R6A
           DISPLAY TELAPREN
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
           IF W-OPCAO = "X" OR "x"
                 GO TO PREN-LIST-FIM.
           GO TO PREN-LIST2.
       PREN-LIST-FIM.
           EXIT.

      *--------[ BUILD THE PREGNANCY'S CALENDAR FROM TABPN. EACH  ]-----
      *--------[ WINDOW RUNS FROM THE START OF ITS FROM-WEEK TO   ]-----
      *--------[ THE END OF ITS DUE-WEEK, COUNTED FROM THE LMP    ]-----
       CAL-GERA.
           MOVE ZEROS TO W-ITEM IND.
       CAL-GERA1.
           ADD 1 TO IND
           IF IND > 37
              GO TO CAL-GERA-FIM.
           IF TBPN-RISCO(IND) NOT = "T"
                             AND TBPN-RISCO(IND) NOT = PN-RISCO
              GO TO CAL-GERA1.
           ADD 1 TO W-ITEM
           MOVE PN-CPF           TO PC-CPF
           MOVE PN-GESTA         TO PC-GESTA
           MOVE W-ITEM           TO PC-ITEM
           MOVE TBPN-TIPO(IND)   TO PC-TIPO
           MOVE TBPN-SEMATE(IND) TO PC-SEMANA
           MOVE TBPN-NOME(IND)   TO PC-EXAME
           MOVE SPACES TO PC-CHAVEATEN PC-SITU PC-AVISO
           MOVE ZEROS TO PC-ORDSEQ

           MOVE PN-DUM TO W-SDATA
           COMPUTE W-NDIAS = TBPN-SEMDE(IND) * 7
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM W-NDIAS TIMES
           MOVE W-SDATAN TO PC-DATAINI
           COMPUTE W-NDIAS = (TBPN-SEMATE(IND) - TBPN-SEMDE(IND)) * 7
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM W-NDIAS TIMES
           MOVE W-SDATAN TO PC-DATAPREV
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM 6 TIMES
           MOVE W-SDATAN TO PC-DATALIM

           WRITE REGPNCAL
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "*** ERROR RECORDING CADPNCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAL-GERA-FIM.
           GO TO CAL-GERA1.
       CAL-GERA-FIM.
           EXIT.

      *--------[ DROP EVERY CALENDAR ITEM OF THE PREGNANCY ]------------
       CAL-EXCLUI.
           MOVE PN-CPF TO PC-CPF
           MOVE PN-GESTA TO PC-GESTA
           MOVE ZEROS TO PC-ITEM
           START CADPNCAL KEY IS NOT LESS CHAVEPNCAL INVALID KEY
                 GO TO CAL-EXCLUI-FIM.
       CAL-EXCLUI1.
           READ CADPNCAL NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CAL-EXCLUI-FIM.
           IF PC-CPF NOT = PN-CPF OR PC-GESTA NOT = PN-GESTA
              GO TO CAL-EXCLUI-FIM.
           DELETE CADPNCAL RECORD
           GO TO CAL-EXCLUI1.
       CAL-EXCLUI-FIM.
           EXIT.

      *--------[ K=CALENDAR: REFRESH THE LINKS, THEN LIST THE ITEMS ]---
      *--------[ SIXTEEN TO A PAGE                                 ]---
       CAL-VER.
           DISPLAY TELAPNCAL
           MOVE 4 TO W-LIN
           MOVE PN-CPF TO PC-CPF
           MOVE PN-GESTA TO PC-GESTA
           MOVE ZEROS TO PC-ITEM
           START CADPNCAL KEY IS NOT LESS CHAVEPNCAL INVALID KEY
                 MOVE "*** NO CALENDAR FOR THIS PREGNANCY ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CAL-VER-FIM.
       CAL-VER1.
           READ CADPNCAL NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CAL-VER9.
           IF PC-CPF NOT = PN-CPF OR PC-GESTA NOT = PN-GESTA
              GO TO CAL-VER9.
           PERFORM CAL-LIGA THRU CAL-LIGA-FIM
           REWRITE REGPNCAL

           IF W-LIN NOT < 20
              DISPLAY (23, 12) "ENTER=NEXT PAGE   X=RETURN"
              ACCEPT (23, 40) W-OPCAO
              IF W-OPCAO = "X" OR "x"
                 GO TO CAL-VER-FIM
              ELSE
                 DISPLAY TELAPNCAL
                 MOVE 4 TO W-LIN.

           MOVE PC-ITEM TO CL-ITEM
           IF PC-TIPO = "V"
              MOVE "VISIT" TO CL-TIPO
           ELSE
              MOVE "EXAM" TO CL-TIPO.
           MOVE PC-SEMANA  TO CL-SEM
           MOVE PC-DATAINI TO CL-INI
           MOVE PC-DATALIM TO CL-LIM
           MOVE PC-EXAME   TO CL-EXAME
           IF PC-SITU = "D"
              MOVE "DONE" TO CL-SITU
           ELSE
           IF PC-DATALIM < W-HOJE
              IF PC-TIPO = "V"
                 MOVE "MISSED" TO CL-SITU
              ELSE
                 MOVE "OVERDUE" TO CL-SITU
           ELSE
           IF PC-SITU = "B"
              IF PC-TIPO = "V"
                 MOVE "BOOKED" TO CL-SITU
              ELSE
                 MOVE "ORDERED" TO CL-SITU
           ELSE
              MOVE "OPEN" TO CL-SITU.
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 02) CAL-LIN
           GO TO CAL-VER1.
       CAL-VER9.
           DISPLAY (23, 12) "END OF CALENDAR - PRESS ENTER"
           ACCEPT (23, 43) W-OPCAO.
       CAL-VER-FIM.
           EXIT.

      *--------[ MATCH ONE CALENDAR ITEM AGAINST THE PATIENT'S      ]---
      *--------[ BOOKINGS (VISIT) OR LAB ORDERS (EXAM) INSIDE ITS   ]---
      *--------[ WINDOW. AN ATTENDED VISIT OR A RESULTED EXAM CLOSES]---
      *--------[ THE ITEM; OTHERWISE THE FIRST LIVE BOOKING/ORDER   ]---
      *--------[ FOUND IS KEPT AS THE LINK                          ]---
       CAL-LIGA.
           IF PC-SITU = "D"
              GO TO CAL-LIGA-FIM.
           MOVE SPACES TO W-LIGCHAVE W-LIGOUT
           MOVE ZEROS TO W-LIGSEQ
           IF PC-TIPO = "E"
              GO TO CAL-LIGA-EX.
           MOVE PC-CPF TO CPF
           START CADATEN KEY IS NOT LESS CPF INVALID KEY
                 GO TO CAL-LIGA9.
       CAL-LIGA-AT.
           READ CADATEN NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO CAL-LIGA9.
           IF CPF NOT = PC-CPF
              GO TO CAL-LIGA9.
           MOVE DATACON TO W-DATAAT
           IF W-DATAAT < PC-DATAINI OR W-DATAAT > PC-DATALIM
              GO TO CAL-LIGA-AT.
           IF OUTCOME = "C"
              GO TO CAL-LIGA-AT.
           IF OUTCOME = "A"
              MOVE CHAVEATEN TO PC-CHAVEATEN
              MOVE "D" TO PC-SITU
              GO TO CAL-LIGA-FIM.
      *    A LATER BOOKING STILL AHEAD BEATS AN EARLIER NO-SHOW
           IF W-LIGCHAVE = SPACES OR
                          (W-LIGOUT = "N" AND OUTCOME = SPACE)
              MOVE CHAVEATEN TO W-LIGCHAVE
              MOVE OUTCOME TO W-LIGOUT.
           GO TO CAL-LIGA-AT.
       CAL-LIGA-EX.
           IF W-ORAVAIL NOT = "Y"
              GO TO CAL-LIGA9.
           MOVE PC-CPF TO OR-CPF
           START CADORDER KEY IS NOT LESS OR-CPF INVALID KEY
                 GO TO CAL-LIGA9.
       CAL-LIGA-OR.
           READ CADORDER NEXT
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              GO TO CAL-LIGA9.
           IF OR-CPF NOT = PC-CPF
              GO TO CAL-LIGA9.
           IF OR-DATAPED < PC-DATAINI OR OR-DATAPED > PC-DATALIM
              GO TO CAL-LIGA-OR.
           IF OR-EXAME(1:12) NOT = PC-EXAME(1:12)
              GO TO CAL-LIGA-OR.
           IF OR-DATARES NOT = ZEROS
              MOVE OR-CHAVEATEN TO PC-CHAVEATEN
              MOVE OR-SEQ TO PC-ORDSEQ
              MOVE "D" TO PC-SITU
              GO TO CAL-LIGA-FIM.
           IF W-LIGCHAVE = SPACES
              MOVE OR-CHAVEATEN TO W-LIGCHAVE
              MOVE OR-SEQ TO W-LIGSEQ.
           GO TO CAL-LIGA-OR.
       CAL-LIGA9.
      *    A BOOKING OR ORDER THAT WAS CANCELLED OR REMOVED SINCE THE
      *    LAST PASS DROPS ITS LINK HERE
           MOVE W-LIGCHAVE TO PC-CHAVEATEN
           MOVE W-LIGSEQ TO PC-ORDSEQ
           IF W-LIGCHAVE = SPACES
              MOVE SPACE TO PC-SITU
           ELSE
              MOVE "B" TO PC-SITU.
       CAL-LIGA-FIM.
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
           CLOSE CADPRENA CADPNCAL CADPACI CADMED CADATEN.
           IF W-ORAVAIL = "Y"
              CLOSE CADORDER.
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
