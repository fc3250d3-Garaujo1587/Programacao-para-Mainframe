                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBWAIT
                    FILE STATUS  IS ST-ERRO-BW.

       SELECT CADCONVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CONV
                    FILE STATUS  IS ST-ERRO-CA.

       SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTOR
                    FILE STATUS  IS ST-ERRO-AU.

       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSE
                    FILE STATUS  IS ST-ERRO-CS.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPERID
                    FILE STATUS  IS ST-ERRO-OP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *    O = OCCUPIED           L = AWAITING CLEANING
      *    P = CLEANING IN PROGRESS   R = READY FOR ASSIGNMENT
          03 QSTATUS       PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBWAIT.DAT".
           COPY CPBWAITR.

       FD CADCONVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVA.DAT".
           COPY CPCONVA.

       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
           COPY CPAUTOR.

       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSE.DAT".
           COPY CPCONSR.

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-BWPRIOR     PIC 9(01) VALUE ZEROS.
       01 W-BWMELHOR    PIC 9(01) VALUE 9.
       01 W-OLDSTAT     PIC X(01) VALUE "R".
       01 ST-ERRO-CA    PIC X(02) VALUE "00".
       01 ST-ERRO-AU    PIC X(02) VALUE "00".
       01 W-CAVAIL      PIC X(01) VALUE "N".
       01 W-AUAVAIL     PIC X(01) VALUE "N".
       01 W-EXIGE       PIC X(01) VALUE "N".
       01 W-AUOK        PIC X(01) VALUE "N".
       01 W-EPGUIA      PIC X(20) VALUE SPACES.
       01 ST-ERRO-CS    PIC X(02) VALUE "00".
       01 W-CSAVAIL     PIC X(01) VALUE "N".
       01 W-CSTIPO      PIC X(01) VALUE SPACE.
       01 W-CSSIT       PIC X(01) VALUE SPACE.
       01 ST-ERRO-OP    PIC X(02) VALUE "00".
       01 W-OPAVAIL     PIC X(01) VALUE "N".
       01 W-OPERSES     PIC X(08) VALUE SPACES.
       01 W-OPCLASSE    PIC X(01) VALUE "A".
       01 W-UNIOPER     PIC 9(02) VALUE 01.
       01 W-UNIQ        PIC 9(02) VALUE ZEROS.
       01 W-QUARTOANT   PIC 9(04) VALUE ZEROS.
       01 W-SAVEPACI    PIC X(207) VALUE SPACES.

           COPY CPHL7E.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "--------------------------[ WARD/ROOM O".
           05  LINE 02  COLUMN 40
               VALUE  "CCUPANCY ]--------------------------------".
           05  LINE 03  COLUMN 01
               VALUE  "     OPERATOR:".
           05  LINE 05  COLUMN 01
               VALUE  "     ROOM  :".
           05  LINE 05  COLUMN 25
               VALUE  "UNIT:".
           05  LINE 08  COLUMN 01
               VALUE  "     PLAN  :".
           05  LINE 11  COLUMN 01
               VALUE  "     OCCUPANT CPF:".
           05  TOPER
               LINE 03  COLUMN 16  PIC X(08)
               USING  W-OPERSES
               HIGHLIGHT.
           05  TQUARTO
               LINE 05  COLUMN 15  PIC 9(04)
               USING  QUARTO
               HIGHLIGHT.
           05  TUNIQ
               LINE 05  COLUMN 31  PIC 9(02)
               USING  UNIQ
               HIGHLIGHT.
           05  TPLANOQ
               LINE 08  COLUMN 15  PIC 9(02)
               USING  PLANOQ
           IF ST-ERRO-BW = "00"
              MOVE "Y" TO W-BWAVAIL.

       R0H.
      *    NEITHER FILE EXISTS UNTIL THE FIRST AGREEMENT IS FLAGGED
      *    (SMP003) OR THE FIRST AUTHORIZATION KEYED (SMP101)
           MOVE "N" TO W-CAVAIL W-AUAVAIL
           OPEN INPUT CADCONVA
           IF ST-ERRO-CA = "00"
              MOVE "Y" TO W-CAVAIL.
           OPEN I-O CADAUTOR
           IF ST-ERRO-AU = "00"
              MOVE "Y" TO W-AUAVAIL.

       R0I.
      *    NO CONSENT FILE UNTIL THE FIRST TERM IS KEYED IN SMP111 -
      *    EVERY ADMISSION THEN GETS THE MISSING-CONSENT WARNING
           MOVE "N" TO W-CSAVAIL
           OPEN INPUT CADCONSE
           IF ST-ERRO-CS = "00"
              MOVE "Y" TO W-CSAVAIL.

      *    THE OPERATOR SEES THE ROOMS OF THEIR OWN UNIT. WITHOUT
      *    CADOPER THERE IS NO SIGN-IN AND NO ROOM IS REFUSED
       R0J.
           MOVE "N" TO W-OPAVAIL
           OPEN INPUT CADOPER
           IF ST-ERRO-OP = "00"
              MOVE "Y" TO W-OPAVAIL
           ELSE
              GO TO R1.

       RLOG.
           MOVE SPACES TO PLANOTXT PACNOME W-OPERSES
           MOVE ZEROS TO QUARTO PLANOQ CPF UNIQ
           DISPLAY TELAQUARTO.
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
           IF ST-ERRO-OP NOT = "00"
              MOVE "*** OPERATOR NOT FOUND IN CADOPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           IF LOCKFLAG = "Y"
              MOVE "*** OPERATOR ACCOUNT IS LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RLOG1.
           MOVE CLASSE TO W-OPCLASSE
           MOVE UNIOPER TO W-UNIOPER
           IF W-UNIOPER NOT NUMERIC OR W-UNIOPER = ZEROS
              MOVE 01 TO W-UNIOPER.

       R1.
           MOVE SPACES TO PLANOTXT PACNOME
           MOVE ZEROS TO QUARTO PLANOQ CPF W-OLDCPF
           MOVE W-UNIOPER TO UNIQ
           MOVE "R" TO W-OLDSTAT QSTATUS
           DISPLAY TELAQUARTO.

           READ CADQUARTO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                GO TO LER-UNIQ

             ELSE
                MOVE "ERROR READ CADQUARTO FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                GO TO R3U.

      *    A ROOM OF ANOTHER UNIT IS ONLY OPEN TO AN ADMINISTRATOR
       LER-UNIQ.
           PERFORM UNIQ-CHK THRU UNIQ-CHK-FIM
           IF W-UNIQ NOT = W-UNIOPER AND W-OPCLASSE NOT = "A"
              MOVE "*** ROOM BELONGS TO ANOTHER UNIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CPF TO W-OLDCPF
           MOVE QSTATUS TO W-OLDSTAT
           PERFORM R6
           DISPLAY TELAQUARTO
           GO TO ACE-001.

      *----------------------------------------------------------------*

      *    A NEW ROOM IS THE OPERATOR'S UNIT - AN ADMINISTRATOR MAY
      *    REGISTER IT AT ANOTHER
       R3U.
           MOVE W-UNIOPER TO UNIQ
           DISPLAY TUNIQ
           IF W-OPCLASSE NOT = "A"
              GO TO R4.
           ACCEPT TUNIQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF UNIQ = ZEROS
              MOVE W-UNIOPER TO UNIQ
              DISPLAY TUNIQ.

       R4.
           MOVE ZEROS TO PLANOQ
           MOVE SPACES TO PLANOTXT
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.

      *    AGREEMENTS FLAGGED IN SMP003 ONLY PAY FOR ADMISSIONS THE
      *    INSURER AUTHORIZED BEFOREHAND (CADAUTOR, SMP101). A
      *    PATIENT TRANSFERRED IN ALREADY HAS AN OPEN EPISODE
       R6C.
           MOVE SPACES TO W-EPGUIA
           IF CPF = W-OLDCPF
              GO TO INC-OPC.
           PERFORM AUT-EXIGE THRU AUT-EXIGE-FIM
           IF W-EXIGE NOT = "Y"
              GO TO R6E.
           MOVE CPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU = "Y"
              GO TO INC-OPC.
       R6D.
           DISPLAY (21, 02) "ADMISSION AUTHORIZATION NO : "
           ACCEPT (21, 32) W-EPGUIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (21, 02) LIMPA
              GO TO R6.
           PERFORM AUT-VALIDA THRU AUT-VALIDA-FIM
           IF W-AUOK NOT = "Y"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D.
           DISPLAY (21, 02) LIMPA.

      *    THE ADMISSION CONSENT (CADCONSE, SMP111) IS CHECKED ON A
      *    NEW ADMISSION ONLY. A REVOKED TERM BLOCKS IT; A MISSING OR
      *    EXPIRED ONE IS A WARNING THE DESK MAY OVERRIDE - EMERGENCY
      *    ADMISSIONS CANNOT WAIT FOR THE PAPERWORK
       R6E.
           MOVE CPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU = "Y"
              GO TO INC-OPC.
           MOVE "A" TO W-CSTIPO
           PERFORM CONS-VERIFICA THRU CONS-VERIFICA-FIM
           IF W-CSSIT = "O"
              GO TO INC-OPC.
           IF W-CSSIT = "R"
              MOVE "*** ADMISSION CONSENT REVOKED - SEE SMP111 ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R6F.
           IF W-CSSIT = "V"
              DISPLAY (21, 02)
                 "ADMISSION CONSENT EXPIRED - ADMIT ANYWAY (Y/N) :"
           ELSE
              DISPLAY (21, 02)
                 "NO ADMISSION CONSENT ON FILE - ADMIT ANYWAY (Y/N):".
           ACCEPT (21, 53) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
              DISPLAY (21, 02) LIMPA
              GO TO R6.
           IF W-OPCAO NOT = "Y" AND W-OPCAO NOT = "y"
              GO TO R6F.
           DISPLAY (21, 02) LIMPA.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
              GO TO R1.
           IF CPF NOT = ZEROS
              GO TO FREE-RD1.
           PERFORM UNIQ-CHK THRU UNIQ-CHK-FIM
           IF W-UNIQ NOT = W-UNIOPER
              GO TO FREE-RD1.
           IF QSTATUS = "L" OR QSTATUS = "P"
              GO TO FREE-RD1.

           MOVE W-EPTIPO TO EP-ALTATIPO
           REWRITE REGEPIS
           IF ST-ERRO-EP = "00" OR "02"
              MOVE "*** DISCHARGED - ACCOUNT TO CLOSE IN SMP152 ***"
                                                       TO MENS
           ELSE
              MOVE "ERROR CLOSING THE EPISODE" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF ST-ERRO-EP = "00" OR "02"
              MOVE "A03" TO HE-EVENTO
              PERFORM ADT-ENVIA THRU ADT-ENVIA-FIM.
       EPIS-SAIDA-FIM.
           EXIT.

           MOVE CPF TO W-EPBUSCA
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU = "Y"
              MOVE EP-QUARTO TO W-QUARTOANT
              MOVE QUARTO TO EP-QUARTO
              REWRITE REGEPIS
              MOVE "*** EPISODE MOVED TO THIS ROOM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "A02" TO HE-EVENTO
              PERFORM ADT-ENVIA THRU ADT-ENVIA-FIM
              GO TO EPIS-ENTRA-FIM.

      *    NEW ADMISSION - CAPTURE DOCTOR, DIAGNOSIS, EXPECTED STAY
           MOVE W-EPDIAS    TO EP-EXPDIAS
           MOVE ZEROS       TO EP-ALTADATA
           MOVE SPACES      TO EP-ALTATIPO
           MOVE W-EPGUIA    TO EP-GUIA
           WRITE REGEPIS
           IF ST-ERRO-EP = "00" OR "02"
              PERFORM AUT-CONSOME THRU AUT-CONSOME-FIM
              MOVE "*** ADMISSION EPISODE OPENED ***" TO MENS
           ELSE
              MOVE "ERROR RECORDING THE EPISODE" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF ST-ERRO-EP = "00" OR "02"
              MOVE "A01" TO HE-EVENTO
              PERFORM ADT-ENVIA THRU ADT-ENVIA-FIM.
           MOVE "* RECORD THE DIET ORDER IN SMP088 *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EPIS-ENTRA-LIMPA.
       EPIS-ENTRA-FIM.
           EXIT.

      *****************************************
      * HL7 ADT FEED (CADHL7 VIA SMPHL7)      *
      *****************************************
      *
      *--[ QUEUES HE-EVENTO FOR THE EPISODE IN REGEPIS. THE    ]-------
      *--[ PATIENT IS READ AGAIN FOR THE PID SEGMENT - ON A    ]-------
      *--[ DISCHARGE IT IS NOT THE ONE ON THE SCREEN - AND THE ]-------
      *--[ SCREEN'S PATIENT IS PUT BACK AFTERWARDS             ]-------
       ADT-ENVIA.
           MOVE REGPACI TO W-SAVEPACI
           MOVE "SMP017"    TO HE-ORIGEM
           MOVE W-OPERSES   TO HE-OPERID
           MOVE EP-CPF      TO HE-CPF
           MOVE SPACES      TO HE-NOME HE-SEXO
           MOVE ZEROS       TO HE-NASC HE-DDD HE-FONE HE-CEP
                               HE-NUMLOGRA
           MOVE EP-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO3 = "00"
              MOVE NOUNPACI  TO HE-NOME
              MOVE SEX OF REGPACI TO HE-SEXO
              MOVE DDD OF REGPACI TO HE-DDD
              MOVE NUM OF REGPACI TO HE-FONE
              MOVE CEPPACI   TO HE-CEP
              MOVE NUMLOGRA  TO HE-NUMLOGRA
              COMPUTE HE-NASC = ANO * 10000 + MES * 100 + DIA.
           MOVE W-SAVEPACI TO REGPACI
           PERFORM UNIQ-CHK THRU UNIQ-CHK-FIM
           MOVE EP-QUARTO   TO HE-QUARTO
           MOVE W-QUARTOANT TO HE-QUARTOANT
           MOVE W-UNIQ      TO HE-UNIDADE
           MOVE EP-CRMUF    TO HE-CRMUF
           MOVE EP-CRM      TO HE-CRM
           MOVE EP-ADMDATA  TO HE-ADMDATA
           MOVE EP-ADMHORA  TO HE-ADMHORA
           MOVE EP-ALTADATA TO HE-ALTADATA
           MOVE EP-ALTATIPO TO HE-ALTATIPO
           MOVE "99" TO HE-STATUS
           CALL "SMPHL7" USING HE-EVENTO-HL7
              ON OVERFLOW
                 MOVE "99" TO HE-STATUS.
           CANCEL "SMPHL7"
           IF HE-STATUS NOT = "00"
              MOVE "*** ADT MESSAGE NOT QUEUED - CHECK CADHL7 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZEROS TO W-QUARTOANT.
       ADT-ENVIA-FIM.
           EXIT.

      *****************************************
      * PRIOR AUTHORIZATION (CADAUTOR)        *
      *****************************************
      *
      *--[ W-EXIGE = Y WHEN THE PATIENT'S AGREEMENT IS FLAGGED ]-------
      *--[ TO NEED AN AUTHORIZATION FOR ADMISSIONS              ]-------
       AUT-EXIGE.
           MOVE "N" TO W-EXIGE
           IF W-CAVAIL NOT = "Y" OR CONVENIO = ZEROS
              GO TO AUT-EXIGE-FIM.
           MOVE CONVENIO TO CA-CONV
           READ CADCONVA
           IF ST-ERRO-CA = "00" AND CA-INTERN = "Y"
              MOVE "Y" TO W-EXIGE.
       AUT-EXIGE-FIM.
           EXIT.

      *--[ THE NUMBER KEYED MUST BE AN ACTIVE ADMISSION        ]-------
      *--[ AUTHORIZATION FOR THIS PATIENT, IN FORCE TODAY,     ]-------
      *--[ WITH QUANTITY STILL UNUSED                          ]-------
       AUT-VALIDA.
           MOVE "N" TO W-AUOK
           IF W-EPGUIA = SPACES
              MOVE "*** AGREEMENT REQUIRES PRIOR AUTHORIZATION ***"
                                                    TO MENS
              GO TO AUT-VALIDA-FIM.
           IF W-AUAVAIL NOT = "Y"
              MOVE "*** AUTHORIZATION NOT ON FILE ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           MOVE CONVENIO TO AU-CONV
           MOVE CPF TO AU-CPF
           MOVE W-EPGUIA TO AU-SENHA
           READ CADAUTOR
           IF ST-ERRO-AU NOT = "00"
              MOVE "*** AUTHORIZATION NOT ON FILE ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           IF AU-TIPO NOT = "I"
              MOVE "*** AUTHORIZATION DOES NOT COVER ADMISSION ***"
                                                    TO MENS
              GO TO AUT-VALIDA-FIM.
           IF AU-STATUS NOT = "A"
              MOVE "*** AUTHORIZATION CANCELLED ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-HOJE < AU-DATAINI OR W-HOJE > AU-DATAFIM
              MOVE "*** AUTHORIZATION OUT OF ITS VALIDITY ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           IF AU-QTDUSADA NOT < AU-QTDAPROV
              MOVE "*** AUTHORIZED QUANTITY ALREADY USED UP ***"
                                                    TO MENS
              GO TO AUT-VALIDA-FIM.
           MOVE "Y" TO W-AUOK.
       AUT-VALIDA-FIM.
           EXIT.

      *--[ ONE MORE ADMISSION COUNTED AGAINST THE AUTHORIZATION ]------
       AUT-CONSOME.
           IF W-EPGUIA = SPACES OR W-AUAVAIL NOT = "Y"
              GO TO AUT-CONSOME-FIM.
           MOVE CONVENIO TO AU-CONV
           MOVE CPF TO AU-CPF
           MOVE W-EPGUIA TO AU-SENHA
           READ CADAUTOR
           IF ST-ERRO-AU = "00"
              ADD 1 TO AU-QTDUSADA
              REWRITE REGAUTOR.
       AUT-CONSOME-FIM.
           EXIT.

      *****************************************
      * PATIENT CONSENT (CADCONSE)            *
      *****************************************
      *
      *--[ W-CSSIT FOR CPF + W-CSTIPO: O = VALID   M = MISSING  ]------
      *--[ R = REVOKED   V = EXPIRED                            ]------
       CONS-VERIFICA.
           MOVE "M" TO W-CSSIT
           IF W-CSAVAIL NOT = "Y"
              GO TO CONS-VERIFICA-FIM.
           MOVE CPF TO CS-CPF
           MOVE W-CSTIPO TO CS-TIPO
           READ CADCONSE
           IF ST-ERRO-CS NOT = "00"
              GO TO CONS-VERIFICA-FIM.
           IF CS-REVOG = "Y"
              MOVE "R" TO W-CSSIT
              GO TO CONS-VERIFICA-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF CS-VALIDADE NOT = ZEROS AND CS-VALIDADE < W-HOJE
              MOVE "V" TO W-CSSIT
              GO TO CONS-VERIFICA-FIM.
           MOVE "O" TO W-CSSIT.
       CONS-VERIFICA-FIM.
           EXIT.

      *--[ UNIT OF THE ROOM IN REGQUARTO - NONE MEANS UNIT 01 ]---------
       UNIQ-CHK.
           MOVE UNIQ TO W-UNIQ
           IF W-UNIQ NOT NUMERIC OR W-UNIQ = ZEROS
              MOVE 01 TO W-UNIQ.
       UNIQ-CHK-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADQUARTO CADPLANO CADPACI CADEPIS CADMED CADCID.
           IF W-OPAVAIL = "Y"
              CLOSE CADOPER.
           IF W-BWAVAIL = "Y"
              CLOSE CADBWAIT.
           IF W-CAVAIL = "Y"
              CLOSE CADCONVA.
           IF W-AUAVAIL = "Y"
              CLOSE CADAUTOR.
           IF W-CSAVAIL = "Y"
              CLOSE CADCONSE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
