       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP113.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MEDICAL CERTIFICATE (ATESTADO) ISSUE/LOOKUP   *
      *   ISSUES A NUMBERED SICK-LEAVE OR ATTENDANCE    *
      *   CERTIFICATE OFF A CONSULTATION (CADATEN),     *
      *   KEEPS IT IN THE CERTIFICATE REGISTER          *
      *   (CADATEST) AND LETS RECEPTION CONFIRM OR      *
      *   CANCEL ONE BY ITS NUMBER                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AT-CHAVEATEN
                                   WITH DUPLICATES.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD OF REGCID
                    FILE STATUS  IS ST-ERRO5.

           SELECT ATCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT RELATEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
           COPY CPATESTR.

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

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CPCIDR.

       FD ATCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATCTL.DAT".
       01 REGATCTL.
          03 CTL-ULTNUM    PIC 9(08).

       FD RELATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELATEST.DAT".
       01 LINHA-ATE        PIC X(80).

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
       01 W-CDAVAIL     PIC X(01) VALUE "N".
       01 W-NUMERO      PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 CIDDESC       PIC X(30) VALUE SPACES.
       01 TIPOTXT       PIC X(15) VALUE SPACES.
       01 SITTXT        PIC X(20) VALUE SPACES.
       01 W-DATAX.
          03 W-DATAX-ANO PIC 9(04).
          03 W-DATAX-MES PIC 9(02).
          03 W-DATAX-DIA PIC 9(02).
       01 W-HORAX.
          03 W-HORAX-HH  PIC 9(02).
          03 W-HORAX-MM  PIC 9(02).

      *-------------[ PRINTED CERTIFICATE ]-----------------------------
       01 DETATE0.
          03 FILLER    PIC X(40) VALUE
             "----------------------------------------".
          03 FILLER    PIC X(40) VALUE
             "----------------------------------------".

       01 DETATE1.
          03 FILLER    PIC X(40) VALUE
             "MEDICAL CERTIFICATE (ATESTADO MEDICO)   ".
          03 FILLER    PIC X(14) VALUE "           NR ".
          03 DATENUM   PIC 9(08).

       01 DETATE2.
          03 FILLER    PIC X(10) VALUE "PATIENT : ".
          03 DATEPAC   PIC X(30).
          03 FILLER    PIC X(07) VALUE "  CPF: ".
          03 DATECPF   PIC 9(11).

       01 DETATE3.
          03 FILLER    PIC X(08) VALUE "SEEN ON ".
          03 DATEDATA  PIC 9999/99/99.
          03 FILLER    PIC X(04) VALUE " AT ".
          03 DATEHH    PIC 99.
          03 FILLER    PIC X(01) VALUE ":".
          03 DATEMM    PIC 99.
          03 FILLER    PIC X(07) VALUE " BY DR ".
          03 DATEDOC   PIC X(30).

       01 DETATE3A.
          03 FILLER    PIC X(14) VALUE "          CRM ".
          03 DATECRM   PIC 9(06).
          03 FILLER    PIC X(01) VALUE "/".
          03 DATEUF    PIC X(02).

       01 DETATE4.
          03 FILLER    PIC X(18) VALUE "MUST STAY OFF FOR ".
          03 DATEDIAS  PIC ZZ9.
          03 FILLER    PIC X(22) VALUE " DAY(S) STARTING FROM ".
          03 DATEINI   PIC 9999/99/99.

       01 DETATE4A.
          03 FILLER    PIC X(40) VALUE
             "ATTENDED A MEDICAL CONSULTATION ON THE D".
          03 FILLER    PIC X(20) VALUE
             "ATE AND TIME ABOVE  ".

       01 DETATE5.
          03 FILLER    PIC X(05) VALUE "CID: ".
          03 DATECID   PIC 9(08).
          03 FILLER    PIC X(03) VALUE " - ".
          03 DATECIDD  PIC X(30).

       01 DETATE6.
          03 FILLER    PIC X(10) VALUE "ISSUED ON ".
          03 DATEEMI   PIC 9999/99/99.
          03 FILLER    PIC X(40) VALUE
             " - AUTHENTICITY CONFIRMED AT RECEPTION B".
          03 FILLER    PIC X(17) VALUE
             "Y NUMBER         ".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAATEST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "------------------------[ MEDICAL CERTIF".
           05  LINE 02  COLUMN 41
               VALUE  "ICATE (ATESTADO) ]----------------------".
           05  LINE 04  COLUMN 01
               VALUE  " CERTIFICATE NR (0=ISSUE NEW):".
           05  LINE 06  COLUMN 01
               VALUE  " DOCTOR UF:      CRM:".
           05  LINE 08  COLUMN 01
               VALUE  " VISIT DATE (YYYYMMDD):           TIME (".
           05  LINE 08  COLUMN 41
               VALUE  "HHMM):".
           05  LINE 10  COLUMN 01
               VALUE  " PATIENT CPF:".
           05  LINE 12  COLUMN 01
               VALUE  " TYPE (S=SICK LEAVE  C=ATTENDANCE):".
           05  LINE 14  COLUMN 01
               VALUE  " DAYS OFF:".
           05  LINE 16  COLUMN 01
               VALUE  " CID (0=NOT ON THE CERTIFICATE):".
           05  LINE 18  COLUMN 01
               VALUE  " ISSUED ON:".
           05  LINE 19  COLUMN 01
               VALUE  " CANCELLED ON:             REASON:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TNUMERO
               LINE 04  COLUMN 32  PIC 9(08)
               USING  AT-NUMERO
               HIGHLIGHT.
           05  TSITTXT
               LINE 04  COLUMN 45  PIC X(20)
               USING  SITTXT
               HIGHLIGHT.
           05  TCRMUF
               LINE 06  COLUMN 13  PIC X(02)
               USING  AT-CRMUF
               HIGHLIGHT.
           05  TCRM
               LINE 06  COLUMN 23  PIC 9(06)
               USING  AT-CRM
               HIGHLIGHT.
           05  TDOCNOME
               LINE 06  COLUMN 31  PIC X(30)
               USING  DOCNOME
               HIGHLIGHT.
           05  TDATACON
               LINE 08  COLUMN 25  PIC 9(08)
               USING  AT-DATACON
               HIGHLIGHT.
           05  THORACON
               LINE 08  COLUMN 48  PIC 9(04)
               USING  AT-HORACON
               HIGHLIGHT.
           05  TCPF
               LINE 10  COLUMN 15  PIC 9(11)
               USING  AT-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 10  COLUMN 28  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TTIPO
               LINE 12  COLUMN 37  PIC X(01)
               USING  AT-TIPO
               HIGHLIGHT.
           05  TTIPOTXT
               LINE 12  COLUMN 40  PIC X(15)
               USING  TIPOTXT
               HIGHLIGHT.
           05  TDIAS
               LINE 14  COLUMN 12  PIC 9(03)
               USING  AT-DIAS
               HIGHLIGHT.
           05  TCID
               LINE 16  COLUMN 34  PIC 9(08)
               USING  AT-CID
               HIGHLIGHT.
           05  TCIDDESC
               LINE 16  COLUMN 44  PIC X(30)
               USING  CIDDESC
               HIGHLIGHT.
           05  TDATAEMI
               LINE 18  COLUMN 13  PIC 9999/99/99
               USING  AT-DATAEMI
               HIGHLIGHT.
           05  TDATACANC
               LINE 19  COLUMN 16  PIC 9999/99/99
               USING  AT-DATACANC
               HIGHLIGHT.
           05  TMOTCANC
               LINE 19  COLUMN 36  PIC X(30)
               USING  AT-MOTCANC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADATEST
                 CLOSE CADATEST
                 MOVE "*** CADATEST ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADATEST FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADATEN CADMED CADPACI
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                                  OR ST-ERRO4 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    WITHOUT THE DISEASE FILE THE CID IS PRINTED BY CODE ONLY
       R0B.
           MOVE "N" TO W-CDAVAIL
           OPEN INPUT CADCID
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-CDAVAIL.

       R1.
           MOVE ZEROS TO AT-NUMERO AT-CRM AT-DATACON AT-HORACON
           MOVE ZEROS TO AT-CPF AT-DIAS AT-CID AT-DATAEMI
           MOVE ZEROS TO AT-DATACANC
           MOVE SPACES TO AT-CRMUF AT-TIPO AT-SIT AT-MOTCANC
           MOVE SPACES TO DOCNOME PACNOME CIDDESC TIPOTXT SITTXT
           DISPLAY TELAATEST.

       R2.
           ACCEPT TNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AT-NUMERO = ZEROS
                   GO TO R3.

      *---------------LOOK UP AN ISSUED CERTIFICATE BY NUMBER----------*

       LER-CADATEST.
           READ CADATEST
           IF ST-ERRO = "23"
              MOVE "*** CERTIFICATE NOT FOUND - NOT ISSUED HERE ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERROR READING CADATEST FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM ATEST-MOSTRA THRU ATEST-MOSTRA-FIM
           DISPLAY TELAATEST
           GO TO ACE-001.

      *---------------ISSUE A NEW CERTIFICATE OFF A CONSULTATION-------*

       R3.
           ACCEPT TCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF AT-CRMUF = SPACES
              MOVE "*** ENTER THE DOCTOR'S CRM STATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R3A.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE AT-CRMUF TO CRMUF OF REGMED
           MOVE AT-CRM   TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DOCTOR NOT REGISTERED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
           MOVE NOUN TO DOCNOME
           DISPLAY TDOCNOME.

       R4.
           ACCEPT TDATACON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           MOVE AT-DATACON TO W-DATAX
           IF W-DATAX-MES < 1 OR W-DATAX-MES > 12
                              OR W-DATAX-DIA < 1 OR W-DATAX-DIA > 31
              MOVE "*** ENTER A VALID VISIT DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF AT-DATACON > W-HOJE
              MOVE "*** THE VISIT HAS NOT TAKEN PLACE YET ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *    A CERTIFICATE IS ONLY ISSUED FOR A VISIT THAT HAPPENED -
      *    A NO-SHOW OR CANCELLED BOOKING GETS NONE
       R4A.
           ACCEPT THORACON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE AT-CHAVEATEN TO CHAVEATEN
           READ CADATEN
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NO CONSULTATION AT THIS DATE/TIME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF OUTCOME = "N" OR OUTCOME = "C"
              MOVE "*** VISIT NOT ATTENDED - NO CERTIFICATE ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE CPF OF REGATEN TO AT-CPF
           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE AT-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO4 = "00"
              MOVE NOUNPACI TO PACNOME.
           DISPLAY TCPF TPACNOME.

       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF AT-TIPO NOT = "S" AND AT-TIPO NOT = "C"
              MOVE "*** JUST TYPE S OR C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM TIPO-TXT THRU TIPO-TXT-FIM
           DISPLAY TTIPOTXT.
           IF AT-TIPO = "C"
              MOVE ZEROS TO AT-DIAS
              DISPLAY TDIAS
              GO TO R6.

       R5A.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF AT-DIAS = ZEROS
              MOVE "*** ENTER THE NUMBER OF DAYS OFF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.

      *    THE DIAGNOSIS ONLY GOES ON THE CERTIFICATE WHEN THE
      *    PATIENT ASKS FOR IT - THE DEFAULT IS TO LEAVE IT OFF
       R6.
           ACCEPT TCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF AT-TIPO = "C"
                   GO TO R5
              ELSE
                   GO TO R5A.
           MOVE SPACES TO CIDDESC
           IF AT-CID NOT = ZEROS AND W-CDAVAIL = "Y"
              MOVE AT-CID TO COD OF REGCID
              READ CADCID
              IF ST-ERRO5 NOT = "00"
                 MOVE "*** CID NOT REGISTERED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6
              ELSE
                 MOVE DESCRIPTION TO CIDDESC.
           DISPLAY TCIDDESC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "ISSUE (Y/N) : ".
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
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO AT-DATAEMI
                MOVE "V" TO AT-SIT
                MOVE ZEROS TO AT-DATACANC
                MOVE SPACES TO AT-MOTCANC.
      *    A NUMBER ALREADY ON FILE (CONTROL RECORD LOST OR RESTORED
      *    FROM AN OLDER BACKUP) IS SKIPPED, NEVER REUSED
       INC-WR1.
                PERFORM ATEST-SEQ THRU ATEST-SEQ-FIM
                MOVE W-NUMERO TO AT-NUMERO
                WRITE REGATEST
                IF ST-ERRO = "22"
                      GO TO INC-WR1.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                      MOVE "ERROR IN FILE RECORDING" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                DISPLAY TNUMERO TDATAEMI
                PERFORM ATEST-IMPR THRU ATEST-IMPR-FIM
                MOVE "*** CERTIFICATE ISSUED - SEE RELATEST.DAT ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *****************************************
      * ROTINA DE CONSULTA/REIMPRESSAO/CANCEL *
      *****************************************
      *
      *    AN ISSUED CERTIFICATE IS NEVER CHANGED OR DELETED - ONE
      *    ISSUED IN ERROR IS CANCELLED AND A NEW ONE ISSUED
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW  R=REPRINT  X=CANCEL CERTIFICATE"
                ACCEPT (23, 52) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "R"
                    AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "X"
                   GO TO CANC-001.
                IF AT-SIT = "C"
                   MOVE "*** CANCELLED - CANNOT BE REPRINTED ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM ATEST-IMPR THRU ATEST-IMPR-FIM
                MOVE "*** CERTIFICATE SENT TO RELATEST.DAT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
       CANC-001.
                IF AT-SIT = "C"
                   MOVE "*** CERTIFICATE ALREADY CANCELLED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT TMOTCANC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ACE-001.
                IF AT-MOTCANC = SPACES
                   MOVE "*** ENTER THE CANCELLATION REASON ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-001.
       CANC-OPC.
                DISPLAY (23, 40) "CANCEL  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO CANC-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CERTIFICATE NOT CANCELLED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-OPC.
       CANC-RW1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE "C" TO AT-SIT
                MOVE W-HOJE TO AT-DATACANC
                REWRITE REGATEST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CERTIFICATE CANCELLED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ NAMES AND STATUS FOR A CERTIFICATE READ BY NUMBER ]----
       ATEST-MOSTRA.
           MOVE "*** DOCTOR NOT FOUND ***" TO DOCNOME
           MOVE AT-CRMUF TO CRMUF OF REGMED
           MOVE AT-CRM   TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO DOCNOME.
           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE AT-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO4 = "00"
              MOVE NOUNPACI TO PACNOME.
           MOVE SPACES TO CIDDESC
           IF AT-CID NOT = ZEROS AND W-CDAVAIL = "Y"
              MOVE AT-CID TO COD OF REGCID
              READ CADCID
              IF ST-ERRO5 = "00"
                 MOVE DESCRIPTION TO CIDDESC.
           PERFORM TIPO-TXT THRU TIPO-TXT-FIM
           IF AT-SIT = "C"
              MOVE "*** CANCELLED ***" TO SITTXT
           ELSE
              MOVE "*** VALID ***" TO SITTXT.
       ATEST-MOSTRA-FIM.
           EXIT.

      *--------[ CERTIFICATE TYPE DISPLAY TEXT ]------------------------
       TIPO-TXT.
           MOVE SPACES TO TIPOTXT
           IF AT-TIPO = "S"
              MOVE "SICK LEAVE" TO TIPOTXT.
           IF AT-TIPO = "C"
              MOVE "ATTENDANCE" TO TIPOTXT.
       TIPO-TXT-FIM.
           EXIT.

      *--[ NEXT SEQUENTIAL CERTIFICATE NUMBER, KEPT IN A SMALL ]--------
      *--[ CONTROL RECORD (ATCTL.DAT) THE SAME WAY REFCTL.DAT  ]--------
      *--[ NUMBERS THE REFERRAL SLIPS                          ]--------
       ATEST-SEQ.
           MOVE ZEROS TO W-NUMERO
           MOVE ZEROS TO CTL-ULTNUM
           OPEN INPUT ATCTL
           IF ST-ERRO6 NOT = "00"
              GO TO ATEST-SEQ1.
           READ ATCTL AT END
              MOVE ZEROS TO CTL-ULTNUM.
           MOVE CTL-ULTNUM TO W-NUMERO
           CLOSE ATCTL.
       ATEST-SEQ1.
           ADD 1 TO W-NUMERO
           OPEN OUTPUT ATCTL
           MOVE W-NUMERO TO CTL-ULTNUM
           WRITE REGATCTL
           CLOSE ATCTL.
       ATEST-SEQ-FIM.
           EXIT.

      *--------[ PRINTED CERTIFICATE, APPENDED TO RELATEST.DAT ]--------
       ATEST-IMPR.
           MOVE AT-NUMERO  TO DATENUM
           MOVE PACNOME    TO DATEPAC
           MOVE AT-CPF     TO DATECPF
           MOVE AT-DATACON TO DATEDATA DATEINI
           MOVE AT-HORACON TO W-HORAX
           MOVE W-HORAX-HH TO DATEHH
           MOVE W-HORAX-MM TO DATEMM
           MOVE DOCNOME    TO DATEDOC
           MOVE AT-CRM     TO DATECRM
           MOVE AT-CRMUF   TO DATEUF
           MOVE AT-DIAS    TO DATEDIAS
           MOVE AT-CID     TO DATECID
           MOVE CIDDESC    TO DATECIDD
           MOVE AT-DATAEMI TO DATEEMI

           OPEN EXTEND RELATEST
           IF ST-ERRO7 NOT = "00"
              OPEN OUTPUT RELATEST
              CLOSE RELATEST
              OPEN EXTEND RELATEST.
           MOVE DETATE0 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE1 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE SPACES TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE2 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE3 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE3A TO LINHA-ATE
           WRITE LINHA-ATE
           IF AT-TIPO = "S"
              MOVE DETATE4 TO LINHA-ATE
           ELSE
              MOVE DETATE4A TO LINHA-ATE.
           WRITE LINHA-ATE
           IF AT-CID NOT = ZEROS
              MOVE DETATE5 TO LINHA-ATE
              WRITE LINHA-ATE.
           MOVE SPACES TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE6 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE DETATE0 TO LINHA-ATE
           WRITE LINHA-ATE
           MOVE SPACES TO LINHA-ATE
           WRITE LINHA-ATE
           CLOSE RELATEST.
       ATEST-IMPR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEN CADMED CADPACI.
           IF W-CDAVAIL = "Y"
              CLOSE CADCID.
           CLOSE CADATEST.
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
      *---------------------*** END OF PROGRAM ***--------------------*
