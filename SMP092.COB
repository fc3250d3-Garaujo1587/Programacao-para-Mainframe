       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP092.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAINTENANCE OF THE THEATRE / PROCEDURE-ROOM   *
      *   SCHEDULE (CADCIRUR) - ONE BOOKING PER THEATRE *
      *   WINDOW, TIED TO THE PATIENT'S OPEN ADMISSION  *
      *   EPISODE. A THEATRE DOUBLE-BOOKING, OR A       *
      *   SURGEON ALREADY IN ANOTHER THEATRE, IN A      *
      *   CADATEN CONSULTATION OR ON CADLEAVE, IS       *
      *   REFUSED                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCIRUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECIRUR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CR-EPCPF WITH DUPLICATES.

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

           SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO-EP.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

           SELECT CADLEAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELEAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCIRUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRUR.DAT".
           COPY CPCIRUR.

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

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

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

       FD CADLEAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAVE.DAT".
           COPY CPLEAVER.

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
       01 ST-ERRO-EP    PIC X(02) VALUE "00".
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 MEDNOME       PIC X(30) VALUE SPACES.
       01 AUXNOME       PIC X(30) VALUE SPACES.
       01 STATTXT       PIC X(12) VALUE SPACES.
       01 W-EPQUARTO    PIC 9(04) VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-EPACHOU     PIC X(01) VALUE "N".
       01 W-EPBUSCA     PIC 9(11) VALUE ZEROS.
       01 W-SAVCIRUR    PIC X(84) VALUE SPACES.
       01 W-SVCHAVE     PIC X(14) VALUE SPACES.
       01 W-SVDATA      PIC 9(08) VALUE ZEROS.
       01 W-SVSALA      PIC 9(02) VALUE ZEROS.
       01 W-SVUF        PIC X(02) VALUE SPACES.
       01 W-SVCRM       PIC 9(06) VALUE ZEROS.
       01 W-SVAUXUF     PIC X(02) VALUE SPACES.
       01 W-SVAUXCRM    PIC 9(06) VALUE ZEROS.
       01 W-NOVOSTAT    PIC X(01) VALUE SPACES.
       01 W-CHQFLAG     PIC X(01) VALUE "N".
       01 W-CKUF        PIC X(02) VALUE SPACES.
       01 W-CKCRM       PIC 9(06) VALUE ZEROS.
       01 W-NOVOINI     PIC 9(04) VALUE ZEROS.
       01 W-NOVOFIM     PIC 9(04) VALUE ZEROS.
       01 W-OUTROINI    PIC 9(04) VALUE ZEROS.
       01 W-OUTROFIM    PIC 9(04) VALUE ZEROS.
       01 W-HHMM.
          03 W-HH       PIC 9(02).
          03 W-MM       PIC 9(02).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).

      *----[ A CONSULTATION HOLDS THE DOCTOR FOR ONE STANDARD SLOT ]----
       77 W-CONSMIN     PIC 9(03) VALUE 30.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACIRUR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "--------------[ THEATRE / PROCEDURE-ROOM".
           05  LINE 02  COLUMN 41
               VALUE  " SCHEDULE ]-----------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " DATE:              THEATRE:     START:".
           05  LINE 04  COLUMN 47
               VALUE  "END:".
           05  LINE 06  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 07  COLUMN 01
               VALUE  " EPISODE ADMITTED:             ROOM:".
           05  LINE 09  COLUMN 01
               VALUE  " LEAD SURGEON UF/CRM:            NAME:".
           05  LINE 11  COLUMN 01
               VALUE  " ASSISTANT UF/CRM:               NAME:".
           05  LINE 13  COLUMN 01
               VALUE  " PROCEDURE:".
           05  LINE 15  COLUMN 01
               VALUE  " STATUS:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TDATA
               LINE 04  COLUMN 08  PIC 9999/99/99
               USING  CR-DATA
               HIGHLIGHT.
           05  TSALA
               LINE 04  COLUMN 30  PIC 9(02)
               USING  CR-SALA
               HIGHLIGHT.
           05  THORAINI
               LINE 04  COLUMN 41  PIC 9(04)
               USING  CR-HORAINI
               HIGHLIGHT.
           05  THORAFIM
               LINE 04  COLUMN 52  PIC 9(04)
               USING  CR-HORAFIM
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 15  PIC 9(11)
               USING  CR-EPCPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 06  COLUMN 34  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TADMDATA
               LINE 07  COLUMN 20  PIC 9999/99/99
               USING  CR-EPADMDATA
               HIGHLIGHT.
           05  TQUARTO
               LINE 07  COLUMN 38  PIC 9(04)
               USING  W-EPQUARTO
               HIGHLIGHT.
           05  TCRMUF
               LINE 09  COLUMN 23  PIC X(02)
               USING  CR-CRMUF
               HIGHLIGHT.
           05  TCRM
               LINE 09  COLUMN 26  PIC 9(06)
               USING  CR-CRM
               HIGHLIGHT.
           05  TMEDNOME
               LINE 09  COLUMN 40  PIC X(30)
               USING  MEDNOME
               HIGHLIGHT.
           05  TAUXUF
               LINE 11  COLUMN 23  PIC X(02)
               USING  CR-AUXUF
               HIGHLIGHT.
           05  TAUXCRM
               LINE 11  COLUMN 26  PIC 9(06)
               USING  CR-AUXCRM
               HIGHLIGHT.
           05  TAUXNOME
               LINE 11  COLUMN 40  PIC X(30)
               USING  AUXNOME
               HIGHLIGHT.
           05  TPROCED
               LINE 13  COLUMN 13  PIC X(30)
               USING  CR-PROCED
               HIGHLIGHT.
           05  TSTATTXT
               LINE 15  COLUMN 10  PIC X(12)
               USING  STATTXT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADCIRUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCIRUR
                 CLOSE CADCIRUR
                 MOVE "*** CADCIRUR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADCIRUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADEPIS
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO-EP NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADATEN
           IF ST-ERRO4 NOT = "00"
              MOVE "*** CADATEN FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT CADLEAVE
           IF ST-ERRO5 NOT = "00"
              MOVE "*** CADLEAVE FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO PACNOME MEDNOME AUXNOME STATTXT
           MOVE SPACES TO CR-CRMUF CR-AUXUF CR-PROCED CR-STATUS
           MOVE ZEROS TO CR-DATA CR-SALA CR-HORAINI CR-HORAFIM
           MOVE ZEROS TO CR-CRM CR-AUXCRM CR-EPCPF CR-EPADMDATA
           MOVE ZEROS TO W-EPQUARTO
           MOVE "N" TO W-EXISTE
           DISPLAY TELACIRUR.

       R2.
           MOVE ZEROS TO CR-DATA

           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           MOVE CR-DATA TO W-DATA
           IF CR-DATA = ZEROS
              MOVE "*** ENTER A VALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
              MOVE "*** MONTH INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DAY INVALID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           MOVE ZEROS TO CR-SALA

           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF CR-SALA = ZEROS
              MOVE "*** ENTER THE THEATRE NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           MOVE ZEROS TO CR-HORAINI

           ACCEPT THORAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           MOVE CR-HORAINI TO W-HHMM
           IF W-HH > 23 OR W-MM > 59
              MOVE "*** START TIME INVALID (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *-----------CHECK IF THIS THEATRE WINDOW IS ON FILE-------------*

       LER-CADCIRUR.
           READ CADCIRUR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                IF CR-STATUS = "X"
                   MOVE "* CANCELLED BOOKING - SLOT MAY BE REUSED *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5
                ELSE
                   PERFORM MOSTRA THRU MOSTRA-FIM
                   GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADCIRUR FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R5.
           MOVE ZEROS TO CR-HORAFIM

           ACCEPT THORAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

           MOVE CR-HORAFIM TO W-HHMM
           IF W-HH > 23 OR W-MM > 59
              MOVE "*** END TIME INVALID (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF CR-HORAFIM NOT > CR-HORAINI
              MOVE "*** END MUST BE AFTER THE START ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

           MOVE CR-EPCPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
                MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME

      *    THE BOOKING BELONGS TO THE ADMISSION THE PATIENT IS IN
      *    NOW - A PATIENT WITH NO OPEN EPISODE IS ADMITTED FIRST
      *    THROUGH SMP017
           MOVE CR-EPCPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU NOT = "Y"
                MOVE "*** NO OPEN ADMISSION EPISODE - SEE SMP017 ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           MOVE EP-ADMDATA TO CR-EPADMDATA
           MOVE EP-QUARTO TO W-EPQUARTO
           DISPLAY TADMDATA
           DISPLAY TQUARTO.

       R7.
           ACCEPT TCRMUF
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

           MOVE CR-CRMUF TO CRMUF OF REGMED
           MOVE CR-CRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
                MOVE "*** DOCTOR CRM DOES NOT EXIST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           MOVE NOUN TO MEDNOME
           DISPLAY TMEDNOME.

       R8.
           ACCEPT TAUXUF
           ACCEPT TAUXCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

      *    THE ASSISTANT IS OPTIONAL - A BLANK UF LEAVES IT EMPTY
           IF CR-AUXUF = SPACES
              MOVE ZEROS TO CR-AUXCRM
              MOVE SPACES TO AUXNOME
              DISPLAY TAUXCRM
              DISPLAY TAUXNOME
              GO TO R9.
           IF CR-AUXUF = CR-CRMUF AND CR-AUXCRM = CR-CRM
                MOVE "*** ASSISTANT CANNOT BE THE LEAD SURGEON ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
           MOVE CR-AUXUF TO CRMUF OF REGMED
           MOVE CR-AUXCRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
                MOVE "*** DOCTOR CRM DOES NOT EXIST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
           MOVE NOUN TO AUXNOME
           DISPLAY TAUXNOME.

       R9.
           ACCEPT TPROCED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.

           IF CR-PROCED = SPACES
              MOVE "*** ENTER THE PLANNED PROCEDURE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       INC-OPC.
                PERFORM CIR-CHOQUE THRU CIR-CHOQUE-FIM
                IF W-CHQFLAG NOT = "N"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO CR-STATUS
                IF W-EXISTE = "Y"
                   GO TO ALT-RW1.
                WRITE REGCIRUR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** THEATRE BOOKING RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERROR IN FILE RECORDING" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW1.
                REWRITE REGCIRUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** THEATRE BOOKING CHANGED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/STATUS   *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW  C=CHANGE  X=CANCEL  R=PERFORMED"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "X" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "C"
                   IF CR-STATUS = "R"
                      MOVE "*** PROCEDURE ALREADY PERFORMED ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      GO TO R5.
                MOVE W-OPCAO TO W-NOVOSTAT.
       STA-OPC.
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BOOKING NOT CHANGED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO STA-OPC.
       STA-RW1.
                MOVE W-NOVOSTAT TO CR-STATUS
                REWRITE REGCIRUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** BOOKING STATUS UPDATED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------[ FILLS THE SCREEN FROM THE CURRENT REGCIRUR ]-------------
       MOSTRA.
           MOVE SPACES TO PACNOME MEDNOME AUXNOME
           MOVE ZEROS TO W-EPQUARTO
           MOVE CR-EPCPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO PACNOME.
           MOVE CR-CRMUF TO CRMUF OF REGMED
           MOVE CR-CRM TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO MEDNOME.
           IF CR-AUXUF NOT = SPACES
              MOVE CR-AUXUF TO CRMUF OF REGMED
              MOVE CR-AUXCRM TO CRM OF REGMED
              READ CADMED KEY IS CHAVEMED
              IF ST-ERRO3 = "00"
                 MOVE NOUN TO AUXNOME.
           MOVE CR-EPCPF TO EP-CPF
           MOVE CR-EPADMDATA TO EP-ADMDATA
           MOVE ZEROS TO EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO MOSTRA-STAT.
           READ CADEPIS NEXT
           IF ST-ERRO-EP = "00" AND EP-CPF = CR-EPCPF
                                AND EP-ADMDATA = CR-EPADMDATA
              MOVE EP-QUARTO TO W-EPQUARTO.
       MOSTRA-STAT.
           IF CR-STATUS = "R"
              MOVE "PERFORMED" TO STATTXT
           ELSE
              IF CR-STATUS = "X"
                 MOVE "CANCELLED" TO STATTXT
              ELSE
                 MOVE "SCHEDULED" TO STATTXT.
           DISPLAY TELACIRUR.
       MOSTRA-FIM.
           EXIT.

      *--[ LOCATES W-EPBUSCA'S OPEN EPISODE (EP-ALTADATA ZEROS) ]------
       EPIS-ACHA.
           MOVE "N" TO W-EPACHOU
           MOVE W-EPBUSCA TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-ACHA-FIM.
       EPIS-ACHA1.
           READ CADEPIS NEXT
           IF ST-ERRO-EP NOT = "00"
              GO TO EPIS-ACHA-FIM.
           IF EP-CPF NOT = W-EPBUSCA
              GO TO EPIS-ACHA-FIM.
           IF EP-ALTADATA = ZEROS
              MOVE "Y" TO W-EPACHOU
              GO TO EPIS-ACHA-FIM.
           GO TO EPIS-ACHA1.
       EPIS-ACHA-FIM.
           EXIT.

      *****************************************
      * CONFLICT CHECKS BEFORE THE SAVE       *
      *****************************************
      *
      *--[ W-CHQFLAG COMES BACK N WHEN THE WINDOW IS CLEAR; ANY    ]----
      *--[ OTHER VALUE REFUSES THE SAVE WITH MENS ALREADY SET.     ]----
      *--[ THE SCANS READ OTHER BOOKINGS INTO REGCIRUR - THE TYPED ]----
      *--[ RECORD IS KEPT IN W-SAVCIRUR AND PUT BACK AT THE END    ]----
       CIR-CHOQUE.
           MOVE "N" TO W-CHQFLAG
           MOVE REGCIRUR TO W-SAVCIRUR
           MOVE CHAVECIRUR TO W-SVCHAVE
           MOVE CR-DATA TO W-SVDATA
           MOVE CR-SALA TO W-SVSALA
           MOVE CR-CRMUF TO W-SVUF
           MOVE CR-CRM TO W-SVCRM
           MOVE CR-AUXUF TO W-SVAUXUF
           MOVE CR-AUXCRM TO W-SVAUXCRM
           MOVE CR-HORAINI TO W-HHMM
           COMPUTE W-NOVOINI = W-HH * 60 + W-MM
           MOVE CR-HORAFIM TO W-HHMM
           COMPUTE W-NOVOFIM = W-HH * 60 + W-MM

           PERFORM CIR-SALA THRU CIR-SALA-FIM
           IF W-CHQFLAG NOT = "N"
              GO TO CIR-CHOQUE-REST.

           MOVE W-SAVCIRUR TO REGCIRUR
           MOVE CR-CRMUF TO W-CKUF
           MOVE CR-CRM TO W-CKCRM
           PERFORM CIR-MEDICO THRU CIR-MEDICO-FIM
           IF W-CHQFLAG NOT = "N"
              GO TO CIR-CHOQUE-REST.

           MOVE W-SAVCIRUR TO REGCIRUR
           IF CR-AUXUF = SPACES
              GO TO CIR-CHOQUE-REST.
           MOVE CR-AUXUF TO W-CKUF
           MOVE CR-AUXCRM TO W-CKCRM
           PERFORM CIR-MEDICO THRU CIR-MEDICO-FIM.
       CIR-CHOQUE-REST.
           MOVE W-SAVCIRUR TO REGCIRUR.
       CIR-CHOQUE-FIM.
           EXIT.

      *--[ EVERY LIVE BOOKING ON THE SAME DATE: ONE OVERLAPPING IN ]----
      *--[ THE SAME THEATRE, OR ONE WHERE EITHER OF OUR SURGEONS IS ]---
      *--[ ALREADY LEAD OR ASSISTANT, BLOCKS THE WINDOW             ]----
       CIR-SALA.
           MOVE ZEROS TO CR-SALA CR-HORAINI
           START CADCIRUR KEY IS NOT LESS CHAVECIRUR INVALID KEY
                 GO TO CIR-SALA-FIM.
       CIR-SALA1.
           READ CADCIRUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CIR-SALA-FIM.
           IF CR-DATA NOT = W-SVDATA
              GO TO CIR-SALA-FIM.
           IF CHAVECIRUR = W-SVCHAVE OR CR-STATUS = "X"
              GO TO CIR-SALA1.

           MOVE CR-HORAINI TO W-HHMM
           COMPUTE W-OUTROINI = W-HH * 60 + W-MM
           MOVE CR-HORAFIM TO W-HHMM
           COMPUTE W-OUTROFIM = W-HH * 60 + W-MM
           IF W-OUTROINI NOT < W-NOVOFIM OR W-OUTROFIM NOT > W-NOVOINI
              GO TO CIR-SALA1.

           IF CR-SALA = W-SVSALA
              MOVE "S" TO W-CHQFLAG
              MOVE "*** THEATRE ALREADY BOOKED IN THAT WINDOW ***"
                                                      TO MENS
              GO TO CIR-SALA-FIM.
           IF (CR-CRMUF = W-SVUF AND CR-CRM = W-SVCRM) OR
              (CR-AUXUF = W-SVUF AND CR-AUXCRM = W-SVCRM)
              MOVE "C" TO W-CHQFLAG
              MOVE "*** LEAD SURGEON BUSY IN ANOTHER THEATRE ***"
                                                      TO MENS
              GO TO CIR-SALA-FIM.
           IF W-SVAUXUF NOT = SPACES
              IF (CR-CRMUF = W-SVAUXUF AND CR-CRM = W-SVAUXCRM) OR
                 (CR-AUXUF = W-SVAUXUF AND CR-AUXCRM = W-SVAUXCRM)
                 MOVE "C" TO W-CHQFLAG
                 MOVE "*** ASSISTANT BUSY IN ANOTHER THEATRE ***"
                                                      TO MENS
                 GO TO CIR-SALA-FIM.
           GO TO CIR-SALA1.
       CIR-SALA-FIM.
           EXIT.

      *--[ DOCTOR W-CKUF/W-CKCRM: A CADLEAVE PERIOD COVERING THE   ]----
      *--[ DATE, OR A NON-CANCELLED CADATEN CONSULTATION WHOSE SLOT ]----
      *--[ OVERLAPS THE THEATRE WINDOW                             ]----
       CIR-MEDICO.
           MOVE W-CKUF TO LV-CRMUF
           MOVE W-CKCRM TO LV-CRM
           MOVE ZEROS TO LV-START
           START CADLEAVE KEY IS NOT LESS CHAVELEAVE INVALID KEY
                 GO TO CIR-MEDICO-ATEN.
       CIR-MEDICO1.
           READ CADLEAVE NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO CIR-MEDICO-ATEN.
           IF LV-CRMUF NOT = W-CKUF OR LV-CRM NOT = W-CKCRM
              GO TO CIR-MEDICO-ATEN.
           IF CR-DATA NOT < LV-START AND CR-DATA NOT > LV-END
              MOVE "L" TO W-CHQFLAG
              MOVE "*** SURGEON IS ON LEAVE THAT DATE ***" TO MENS
              GO TO CIR-MEDICO-FIM.
           GO TO CIR-MEDICO1.
       CIR-MEDICO-ATEN.
           MOVE W-CKUF TO CRMUF OF REGATEN
           MOVE W-CKCRM TO CRM OF REGATEN
           MOVE CR-DATA TO DATACON
           MOVE ZEROS TO HORACON
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO CIR-MEDICO-FIM.
       CIR-MEDICO2.
           READ CADATEN NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CIR-MEDICO-FIM.
           IF CRMUF OF REGATEN NOT = W-CKUF OR
              CRM OF REGATEN NOT = W-CKCRM OR
              DATACON NOT = CR-DATA
              GO TO CIR-MEDICO-FIM.
           IF OUTCOME = "C"
              GO TO CIR-MEDICO2.
           COMPUTE W-OUTROINI = HORAC * 60 + MINC
           COMPUTE W-OUTROFIM = W-OUTROINI + W-CONSMIN
           IF W-OUTROINI NOT < W-NOVOFIM OR W-OUTROFIM NOT > W-NOVOINI
              GO TO CIR-MEDICO2.
           MOVE "A" TO W-CHQFLAG
           MOVE "*** SURGEON HAS A CONSULTATION IN THAT WINDOW ***"
                                                      TO MENS.
       CIR-MEDICO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCIRUR CADPACI CADMED CADEPIS CADATEN CADLEAVE.
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
