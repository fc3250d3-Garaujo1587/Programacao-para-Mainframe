       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP148.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DOWNTIME SHEET RE-ENTRY                     *
      *     KEYS THE BOOKINGS AND ARRIVALS TAKEN ON     *
      *     THE PAPER SHEET OF THE SMP147 CONTINGENCY   *
      *     PACK ONCE THE SYSTEM IS BACK, CHECKING      *
      *     EACH LINE AGAINST WHAT IS ALREADY ON FILE   *
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

           SELECT CADCHKIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CK-CHAVEATEN
                    FILE STATUS  IS ST-ERRO4
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD.

           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCID
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS DESCRIPTION
                                      WITH DUPLICATES.

           SELECT CADOBITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-CPF
                    FILE STATUS  IS ST-ERRO6.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO7.
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

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADCHKIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKIN.DAT".
           COPY CPCHKINR.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODCID        PIC 9(08).
          03 DESCRIPTION   PIC X(30).
          03 FILLER        PIC X(186).

       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
           COPY CPOBITR.

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

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
       01 W-OBAVAIL     PIC X(01) VALUE "N".
       01 W-UNAVAIL     PIC X(01) VALUE "N".
       01 W-UNIOK       PIC X(01) VALUE "Y".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-CFHORA      PIC X(01) VALUE "N".
       01 W-CFDIA       PIC X(01) VALUE "N".
       01 W-CFCRMUF     PIC X(02) VALUE SPACES.
       01 W-CFCRM       PIC 9(06) VALUE ZEROS.
       01 W-CRMUF       PIC X(02) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-COD         PIC 9(08) VALUE ZEROS.
       01 W-UNID        PIC 9(02) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.
       01 W-HORACON     PIC 9(04) VALUE ZEROS.
       01 W-DATACON     PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-ARRHH       PIC 9(02) VALUE ZEROS.
       01 W-ARRMM       PIC 9(02) VALUE ZEROS.
       01 W-PRIOR       PIC 9(01) VALUE ZEROS.
       01 W-VISTO       PIC X(01) VALUE SPACES.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 CIDNOME       PIC X(30) VALUE SPACES.
       01 W-UNINOME     PIC X(30) VALUE SPACES.
       01 W-NAFICHA     PIC X(60) VALUE SPACES.

      *----[ DATE AS WRITTEN ON THE SHEET, DAY FIRST ]------------------
       01 W-DATAINF     PIC 9(08) VALUE ZEROS.
       01 W-DATAINFX REDEFINES W-DATAINF.
          03 W-DIA      PIC 9(02).
          03 W-MES      PIC 9(02).
          03 W-ANO      PIC 9(04).

      *----[ SLOT ALREADY ON FILE, SHOWN ON LINE 12 ]-------------------
       01 W-FICHA.
          03 FILLER     PIC X(09) VALUE "BOOKED - ".
          03 FC-CPF     PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 FC-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 FC-OUT     PIC X(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELADOWN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------[ DOWNTIME SHEET RE-ENT".
           05  LINE 02  COLUMN 41
               VALUE  "RY ]------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " DOCTOR UF/CRM:            NAME:".
           05  LINE 06  COLUMN 01
               VALUE  " DATE:             TIME:   :     UNIT:".
           05  LINE 08  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 10  COLUMN 01
               VALUE  " DISEASE CODE:             DESC:".
           05  LINE 12  COLUMN 01
               VALUE  " ON FILE:".
           05  LINE 14  COLUMN 01
               VALUE  " ARRIVED AT:   :     TRIAGE (1/2/3):".
           05  LINE 14  COLUMN 42
               VALUE  "SEEN (Y/N):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCRMUF
               LINE 04  COLUMN 17  PIC X(02)
               USING  W-CRMUF
               HIGHLIGHT.
           05  TCRM
               LINE 04  COLUMN 20  PIC 9(06)
               USING  W-CRM
               HIGHLIGHT.
           05  TDOCNOME
               LINE 04  COLUMN 34  PIC X(30)
               USING  DOCNOME
               HIGHLIGHT.
           05  TDATA
               LINE 06  COLUMN 08  PIC 99/99/9999
               USING  W-DATAINF
               HIGHLIGHT.
           05  THH
               LINE 06  COLUMN 26  PIC 99
               USING  W-HH
               HIGHLIGHT.
           05  TMM
               LINE 06  COLUMN 29  PIC 99
               USING  W-MM
               HIGHLIGHT.
           05  TUNID
               LINE 06  COLUMN 40  PIC 99
               USING  W-UNID
               HIGHLIGHT.
           05  TUNINOME
               LINE 06  COLUMN 43  PIC X(30)
               USING  W-UNINOME
               HIGHLIGHT.
           05  TCPF
               LINE 08  COLUMN 14  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 08  COLUMN 34  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TCOD
               LINE 10  COLUMN 16  PIC 9(08)
               USING  W-COD
               HIGHLIGHT.
           05  TCIDNOME
               LINE 10  COLUMN 34  PIC X(30)
               USING  CIDNOME
               HIGHLIGHT.
           05  TNAFICHA
               LINE 12  COLUMN 11  PIC X(60)
               USING  W-NAFICHA
               HIGHLIGHT.
           05  TARRHH
               LINE 14  COLUMN 14  PIC 99
               USING  W-ARRHH
               HIGHLIGHT.
           05  TARRMM
               LINE 14  COLUMN 17  PIC 99
               USING  W-ARRMM
               HIGHLIGHT.
           05  TPRIOR
               LINE 14  COLUMN 38  PIC 9
               USING  W-PRIOR
               HIGHLIGHT.
           05  TVISTO
               LINE 14  COLUMN 54  PIC X(01)
               USING  W-VISTO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADATEN
           IF ST-ERRO NOT = "00"
              MOVE "*** CADATEN FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       R0A.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADCID
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                                  OR ST-ERRO5 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADATEN CADPACI CADMED CADCID
              GO TO ROT-FIM2.

       R0B.
           OPEN I-O CADCHKIN
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADCHKIN
                 CLOSE CADCHKIN
                 MOVE "*** CADCHKIN ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERROR IN OPENING THE CADCHKIN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED CADCID
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      *    NO DEATH REGISTER OR UNIT MASTER YET MEANS NOBODY IS
      *    DECEASED AND EVERY LINE BELONGS TO UNIT 01
           OPEN INPUT CADOBITO
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-OBAVAIL.
           OPEN INPUT CADUNID
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-UNAVAIL.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R1.
           MOVE SPACES TO W-CRMUF DOCNOME PACNOME CIDNOME W-UNINOME
                          W-NAFICHA W-VISTO
           MOVE ZEROS TO W-CRM W-DATAINF W-HH W-MM W-UNID W-CPF
                         W-COD W-ARRHH W-ARRMM W-PRIOR
           DISPLAY TELADOWN.

       R2.
           ACCEPT TCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           MOVE W-CRMUF TO CRMUF OF REGMED
           MOVE W-CRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
                   MOVE "*** DOCTOR CRM DOES NOT EXIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE NOUN TO DOCNOME
           DISPLAY TDOCNOME.

      *    THE SHEET ONLY HOLDS WHAT WAS TAKEN WHILE THE SYSTEM WAS
      *    DOWN - A FUTURE DATE IS A NORMAL BOOKING FOR SMP006
       R3.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF W-MES < 1 OR W-MES > 12
              MOVE "*** MONTH INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

           IF W-DIA < 1 OR W-DIA > 31
              MOVE "*** DAY INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

           COMPUTE W-DATACON = W-ANO * 10000 + W-MES * 100 + W-DIA
           IF W-DATACON > W-HOJE
              MOVE "*** DATE AFTER TODAY - BOOK IT IN SMP006 ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT THH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           ACCEPT TMM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           IF W-HH > 23
              MOVE "*** HOUR INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

           IF W-MM > 59
              MOVE "*** MINUTE INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE W-HORACON = W-HH * 100 + W-MM.

       R4U.
           ACCEPT TUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           PERFORM UNID-LER THRU UNID-LER-FIM
           DISPLAY TUNID
           DISPLAY TUNINOME
           IF W-UNIOK NOT = "Y"
              MOVE "*** UNIT NOT FOUND OR CLOSED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4U.

      *-----------CHECK WHETHER THE SLOT IS ALREADY ON FILE----------*
       R4F.
           MOVE "N" TO W-EXISTE
           MOVE SPACES TO W-NAFICHA
           MOVE W-CRMUF TO CRMUF OF REGATEN
           MOVE W-CRM TO CRM OF REGATEN
           MOVE W-DATACON TO DATACON
           MOVE W-HORACON TO HORACON
           READ CADATEN
           IF ST-ERRO = "99"
                MOVE "* RECORD IN USE BY ANOTHER OPERATOR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           IF ST-ERRO = "23"
                MOVE "FREE - THE LINE WILL BE BOOKED" TO W-NAFICHA
                DISPLAY TNAFICHA
                GO TO R5.
           IF ST-ERRO NOT = "00"
                MOVE "ERROR READING CADATEN FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "Y" TO W-EXISTE
           MOVE CPF TO FC-CPF
           MOVE "** PATIENT NOT FOUND **" TO FC-NOME
           MOVE CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO FC-NOME.
           MOVE "OPEN" TO FC-OUT
           IF OUTCOME = "A"
              MOVE "ATTENDED" TO FC-OUT.
           IF OUTCOME = "N"
              MOVE "NO-SHOW" TO FC-OUT.
           IF OUTCOME = "C"
              MOVE "CANCELED" TO FC-OUT.
           MOVE W-FICHA TO W-NAFICHA
           DISPLAY TNAFICHA.

       R5.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4U.

           IF W-CPF = ZEROS
              MOVE "*** ENTER PATIENT CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

           MOVE W-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "23"
                   MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF ST-ERRO2 NOT = "00"
                  MOVE "ERROR READING CADPACI FILE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME

      *    THE SLOT ON FILE IS THE SAME VISIT ONLY FOR THE SAME
      *    PATIENT - THEN JUST THE ARRIVAL IS KEYED. ANOTHER PATIENT
      *    IN THE SLOT IS A DOUBLE BOOKING AND THE LINE IS REFUSED
           IF W-EXISTE = "Y"
              IF CPF OF REGATEN = W-CPF
                 MOVE "*** SAME BOOKING ALREADY ON FILE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CHK-001
              ELSE
                 MOVE "*** CONFLICT - SLOT HELD BY ANOTHER PATIENT ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "*** SETTLE IT WITH THE DOCTOR, THEN REKEY ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.

      *    A DEATH DATED BEFORE THE VISIT MEANS THE WRONG CPF WAS
      *    WRITTEN ON THE SHEET
           IF W-OBAVAIL = "Y"
              MOVE W-CPF TO OB-CPF
              READ CADOBITO KEY IS OB-CPF
              IF ST-ERRO6 = "00" AND OB-DATA < W-DATACON
                 MOVE "*** PATIENT IS DECEASED - SEE SMP064 ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.

           PERFORM PAC-CONF THRU PAC-CONF-FIM
           IF W-CFHORA = "Y"
              MOVE "Y" TO W-OPCAO
              DISPLAY (23, 10) "PATIENT BOOKED THE SAME TIME WITH "
              DISPLAY (23, 44) W-CFCRMUF
              DISPLAY (23, 46) W-CFCRM
              DISPLAY (23, 53) "- CONTINUE (Y/N) : "
              ACCEPT (23, 72) W-OPCAO WITH UPDATE
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 01
                 GO TO R5
              ELSE
              IF W-OPCAO = "N" OR "n"
                 MOVE "*** LINE NOT KEYED - CHECK THE SHEET ***"
                                                  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           IF W-CFDIA = "Y"
              MOVE "Y" TO W-OPCAO
              DISPLAY (23, 10) "PATIENT ALREADY BOOKED THAT DAY "
              DISPLAY (23, 42) "WITH THIS DOCTOR - CONTINUE (Y/N) : "
              ACCEPT (23, 78) W-OPCAO WITH UPDATE
              ACCEPT W-ACT FROM ESCAPE KEY
              IF W-ACT = 01
                 GO TO R5
              ELSE
              IF W-OPCAO = "N" OR "n"
                 MOVE "*** LINE NOT KEYED - CHECK THE SHEET ***"
                                                  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.

       R6.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

           IF W-COD = ZEROS
              MOVE "*** ENTER DISEASE CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

           MOVE W-COD TO CODCID
           READ CADCID KEY IS CODCID
           IF ST-ERRO5 = "23"
                   MOVE "*** DISEASE CODE DOES NOT EXIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           IF ST-ERRO5 NOT = "00"
                  MOVE "ERROR READING CADCID FILE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           MOVE DESCRIPTION TO CIDNOME
           DISPLAY TCIDNOME.

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

      *    ANOTHER STATION MAY HAVE BOOKED THE SLOT SINCE R4F READ IT
       INC-WR1.
                MOVE W-CRMUF   TO CRMUF OF REGATEN
                MOVE W-CRM     TO CRM OF REGATEN
                MOVE W-DATACON TO DATACON
                MOVE W-HORACON TO HORACON
                MOVE W-CPF     TO CPF OF REGATEN
                MOVE W-COD     TO COD
                MOVE "KEYED FROM DOWNTIME SHEET" TO OBS
                MOVE SPACE     TO OUTCOME
                MOVE W-UNID    TO UNIATEN
                WRITE REGATEN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CHK-001.
                IF ST-ERRO = "22"
                      MOVE "*** CONFLICT - SLOT WAS JUST BOOKED ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R4F
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *****************************************
      * ARRIVAL WRITTEN ON THE SHEET          *
      *****************************************
      *
       CHK-001.
           MOVE W-CRMUF TO CK-CHAVEATEN(1:2)
           MOVE W-CRM TO CK-CHAVEATEN(3:6)
           MOVE W-DATACON TO CK-CHAVEATEN(9:8)
           MOVE W-HORACON TO CK-CHAVEATEN(17:4)
           READ CADCHKIN KEY IS CK-CHAVEATEN
           IF ST-ERRO4 = "00"
              DIVIDE CK-HORA BY 100 GIVING W-ARRHH REMAINDER W-ARRMM
              MOVE CK-PRIOR TO W-PRIOR
              MOVE "N" TO W-VISTO
              IF CK-STATUS = "I"
                 MOVE "Y" TO W-VISTO.
           IF ST-ERRO4 = "00"
              DISPLAY TARRHH
              DISPLAY TARRMM
              DISPLAY TPRIOR
              DISPLAY TVISTO
              MOVE "*** ARRIVAL ALREADY ON FILE - KEPT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *    NO TIME ON THE SHEET MEANS THE PATIENT NEVER ARRIVED
       CHK-HORA.
           ACCEPT TARRHH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           ACCEPT TARRMM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ARRHH = ZEROS AND W-ARRMM = ZEROS
              GO TO R1.
           IF W-ARRHH > 23 OR W-ARRMM > 59
              MOVE "*** ARRIVAL TIME INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-HORA.

       CHK-PRIOR.
           MOVE 3 TO W-PRIOR
           ACCEPT TPRIOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHK-HORA.
           IF W-PRIOR < 1 OR W-PRIOR > 3
              MOVE "*** JUST TYPE 1, 2 OR 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-PRIOR.

      *    SEEN ON PAPER GOES IN AS ALREADY CALLED FROM THE QUEUE
       CHK-VISTO.
           MOVE "N" TO W-VISTO
           ACCEPT TVISTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CHK-PRIOR.
           IF W-VISTO = "y" MOVE "Y" TO W-VISTO.
           IF W-VISTO = "n" MOVE "N" TO W-VISTO.
           IF W-VISTO NOT = "Y" AND W-VISTO NOT = "N"
              MOVE "*** JUST TYPE Y OR N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-VISTO.

           MOVE W-CPF       TO CK-CPF
           MOVE W-DATACON   TO CK-DATA
           COMPUTE CK-HORA = W-ARRHH * 100 + W-ARRMM
           MOVE W-PRIOR     TO CK-PRIOR
           MOVE "W"         TO CK-STATUS
           IF W-VISTO = "Y"
              MOVE "I"      TO CK-STATUS.
           WRITE REGCHKIN
           IF ST-ERRO4 = "00" OR "02"
              MOVE "*** ARRIVAL RECORDED ***" TO MENS
           ELSE
              MOVE "ERROR RECORDING THE ARRIVAL" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *--[ OTHER BOOKINGS OF THE SAME PATIENT ON THE SHEET'S DATE, ]----
      *--[ VIA THE CPF ALTERNATE KEY: THE SAME TIME WITH ANOTHER   ]----
      *--[ DOCTOR RAISES W-CFHORA, THE SAME DOCTOR AT ANOTHER TIME ]----
      *--[ RAISES W-CFDIA                                          ]----
       PAC-CONF.
           MOVE "N" TO W-CFHORA W-CFDIA
           MOVE W-CPF TO CPF OF REGATEN
           START CADATEN KEY IS EQUAL CPF OF REGATEN INVALID KEY
                 GO TO PAC-CONF-FIM.
       PAC-CONF1.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO PAC-CONF-FIM.
           IF CPF OF REGATEN NOT = W-CPF
              GO TO PAC-CONF-FIM.
           IF DATACON NOT = W-DATACON OR OUTCOME = "C"
              GO TO PAC-CONF1.
           IF HORACON = W-HORACON
              MOVE "Y" TO W-CFHORA
              MOVE CRMUF OF REGATEN TO W-CFCRMUF
              MOVE CRM OF REGATEN TO W-CFCRM
              GO TO PAC-CONF1.
           IF CRMUF OF REGATEN = W-CRMUF AND CRM OF REGATEN = W-CRM
              MOVE "Y" TO W-CFDIA.
           GO TO PAC-CONF1.
       PAC-CONF-FIM.
           EXIT.

      *--[ UNIT OF THE LINE - NONE ON THE SHEET MEANS UNIT 01. ]--------
      *--[ W-UNIOK IS N FOR A CODE NOT IN CADUNID OR CLOSED    ]--------
       UNID-LER.
           IF W-UNID NOT NUMERIC OR W-UNID = ZEROS
              MOVE 01 TO W-UNID.
           MOVE "Y" TO W-UNIOK
           MOVE SPACES TO W-UNINOME
           IF W-UNAVAIL NOT = "Y"
              GO TO UNID-LER-FIM.
           MOVE W-UNID TO UN-CODIGO
           READ CADUNID
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-UNIOK
              GO TO UNID-LER-FIM.
           MOVE UN-NOME TO W-UNINOME
           IF UN-ATIVO NOT = "A"
              MOVE "N" TO W-UNIOK.
       UNID-LER-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEN CADPACI CADMED CADCID CADCHKIN.
           IF W-OBAVAIL = "Y"
              CLOSE CADOBITO.
           IF W-UNAVAIL = "Y"
              CLOSE CADUNID.
       ROT-FIM2.
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
      *    NOTE: A LINE KEYED HERE IS BOOKED WITH NO OUTCOME, LIKE ANY
      *    SMP006 BOOKING - THE DOCTOR MARKS THE OUTCOME AS USUAL. THE
      *    CHECK-IN ROW CARRIES THE BOOKING DATE, NOT THE KEYING DATE.
      *---------------------*** END OF PROGRAM ***--------------------*
