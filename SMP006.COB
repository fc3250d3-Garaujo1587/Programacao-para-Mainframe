                    RECORD KEY   IS CHAVEPRICE
                    FILE STATUS  IS ST-ERROPR.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECRED
                    FILE STATUS  IS ST-ERROCD.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVEATEN
                    FILE STATUS  IS ST-ERROTL.

       SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-CHAVEATEN
                    FILE STATUS  IS ST-ERROSR
                    ALTERNATE RECORD KEY IS SR-NUMSER WITH DUPLICATES.

       SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRODR
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

           SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-DATA
                    FILE STATUS  IS ST-ERROFE.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERROUN.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               VALUE OF FILE-ID IS "CADPRICE.DAT".
           COPY CPPRICER.

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
           COPY CPCREDR.

       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
           COPY CPTELER.

       FD CADSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERIE.DAT".
           COPY CPSERIER.

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
           COPY CPAGENDR.

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-WSELIG      PIC X(02) VALUE "00".
       01 ST-ERROCE     PIC X(02) VALUE "00".
       01 ST-ERROFE     PIC X(02) VALUE "00".
       01 ST-ERROUN     PIC X(02) VALUE "00".
       01 W-UNAVAIL     PIC X(01) VALUE "N".
       01 W-UNIOK       PIC X(01) VALUE "Y".
       01 W-UNIPAD      PIC 9(02) VALUE 01.
       01 W-UNINOME     PIC X(30) VALUE SPACES.
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 W-PBDATA      PIC 9(08) VALUE ZEROS.
       01 W-PBVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-PBDESC      PIC 9(02) VALUE ZEROS.
       01 ST-ERROCD     PIC X(02) VALUE "00".
       01 W-CDAVAIL     PIC X(01) VALUE "N".
       01 ST-ERRODR     PIC X(02) VALUE "00".
       01 W-DRAVAIL     PIC X(01) VALUE "N".
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-NEWGENER    PIC X(30) VALUE SPACES.
       01 W-ALGNOME     PIC X(30) VALUE SPACES.
       01 W-DRINFO.
          03 FILLER     PIC X(10) VALUE "STRENGTH: ".
          03 W-DRICONC  PIC X(12).
          03 FILLER     PIC X(07) VALUE " FORM: ".
          03 W-DRIFORMA PIC X(12).
          03 FILLER     PIC X(08) VALUE " CLASS: ".
          03 W-DRICLAS  PIC X(02).
       01 W-DRCTRL.
          03 FILLER     PIC X(28) VALUE "*** CONTROLLED DRUG - CLASS ".
          03 W-DRCTCL   PIC X(02).
          03 FILLER     PIC X(19) VALUE " - SPECIAL FORM ***".
       01 W-CDFLAG      PIC X(01) VALUE "N".
       01 ST-ERROTL     PIC X(02) VALUE "00".
       01 W-MODAL       PIC X(01) VALUE "P".
       01 W-TLLINK      PIC X(60) VALUE SPACES.
       01 W-TLACHOU     PIC X(01) VALUE "N".
       01 W-TLFUNC      PIC X(01) VALUE "C".
       01 W-TLSTAT      PIC X(02) VALUE "00".
       01 W-TLHORA      PIC 9(04) VALUE ZEROS.
       01 ST-ERROSR     PIC X(02) VALUE "00".
       01 W-SERNOVO     PIC X(01) VALUE "Y".
       01 W-SERNUM      PIC 9(06) VALUE ZEROS.
       01 W-SERSEQ      PIC 9(02) VALUE ZEROS.
       01 W-SERQTD      PIC 9(02) VALUE ZEROS.
       01 W-SERATE      PIC 9(08) VALUE ZEROS.
       01 W-SERIND      PIC 9(02) VALUE ZEROS.
       01 W-SERTOT      PIC 9(02) VALUE ZEROS.
       01 W-SEROK       PIC 9(02) VALUE ZEROS.
       01 W-SERSKIP     PIC 9(02) VALUE ZEROS.
       01 W-SERACAO     PIC X(01) VALUE SPACES.
       01 W-SERLIMCHK   PIC X(01) VALUE "Y".
       01 W-SERMOTIVO   PIC X(16) VALUE SPACES.
       01 W-SERCORTE    PIC X(08) VALUE SPACES.
       01 W-SERREG      PIC X(72) VALUE SPACES.
       01 W-SERNOVACH   PIC X(20) VALUE SPACES.
       01 W-SERNOVADATA PIC 9(08) VALUE ZEROS.
       01 W-SERHORA     PIC 9(04) VALUE ZEROS.
       01 W-SERDESL     PIC 9(03) VALUE ZEROS.
       01 W-SERDIR      PIC X(01) VALUE "F".
       01 W-SERLIN      PIC 9(02) VALUE ZEROS.
       01 W-SERCOL      PIC 9(02) VALUE ZEROS.
       01 W-SDATA.
          03 SD-ANO     PIC 9(04).
          03 SD-MES     PIC 9(02).
          03 SD-DIA     PIC 9(02).
       01 W-SDATAN REDEFINES W-SDATA PIC 9(08).
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

      *----[ SESSIONS OF ONE SERIES BEING BOOKED, CANCELLED OR ]--------
      *----[ MOVED, WITH THE OUTCOME SHOWN ON THE SUMMARY      ]--------
       01 TAB-SERIE.
          03 TS-ENT OCCURS 20 TIMES.
             05 TS-CHAVE    PIC X(20).
             05 TS-SEQ      PIC 9(02).
             05 TS-DATA     PIC 9(08).
             05 TS-HORA     PIC 9(04).
             05 TS-MOTIVO   PIC X(16).
       01 SER-LIN.
          03 SL-SEQ     PIC Z9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 SL-DATA    PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 SL-HORA    PIC 99.99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 SL-MOTIVO  PIC X(16).

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

       01 ST-ERROCL     PIC X(02) VALUE "00".
       01 ST-ERROOB     PIC X(02) VALUE "00".
               VALUE  " CRM:          NAME:".
           05  LINE 06  COLUMN 01
               VALUE  " DATE:                TIME:     :".
           05  LINE 06  COLUMN 37
               VALUE  "UNIT:".
           05  LINE 08  COLUMN 01
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 10  COLUMN 01
               VALUE  " OBSERVATION:".
           05  LINE 14  COLUMN 01
               VALUE  " OUTCOME (A=ATTENDED N=NO-SHOW C=CANCELLED):".
           05  LINE 15  COLUMN 01
               VALUE  " VIDEO LINK:".
           05  LINE 16  COLUMN 01
               VALUE  " PLAN:".
           05  LINE 17  COLUMN 01
               VALUE  " ESTIMATED CHARGE:".
           05  LINE 18  COLUMN 01
               VALUE  " MODALITY:    (P=IN PERSON  V=VIDEO  T=PHONE)".
           05  TMODAL
               LINE 18  COLUMN 12  PIC X(01)
               USING  W-MODAL
               HIGHLIGHT.
           05  TLINK
               LINE 15  COLUMN 14  PIC X(60)
               USING  W-TLLINK
               HIGHLIGHT.
           05  TPLANOTXT
               LINE 16  COLUMN 07  PIC X(30)
               USING  PLANOTXT
               LINE 06  COLUMN 32  PIC 99
               USING  MINC
               HIGHLIGHT.
           05  TUNIATEN
               LINE 06  COLUMN 43  PIC 99
               USING  UNIATEN
               HIGHLIGHT.
           05  TUNINOME
               LINE 06  COLUMN 46  PIC X(30)
               USING  W-UNINOME
               HIGHLIGHT.
           05  TCPF
               LINE 08  COLUMN 14  PIC 9(11)
               USING  CPF
               USING  OBS
               HIGHLIGHT.

       01  TELASERIE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------[ RECURRING APPOINTMENT".
           05  LINE 02  COLUMN 41
               VALUE  " SERIES ]-------------------------------".
           05  LINE 03  COLUMN 01
               VALUE  " SERIES:          PATIENT:".
           05  LINE 04  COLUMN 01
               VALUE  " NO DATE       TIME  RESULT".
           05  LINE 04  COLUMN 41
               VALUE  " NO DATE       TIME  RESULT".
           05  LINE 16  COLUMN 01
               VALUE  " DONE:        SKIPPED:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TSERNUM
               LINE 03  COLUMN 10  PIC 9(06)
               USING  W-SERNUM
               HIGHLIGHT.
           05  TSERPAC
               LINE 03  COLUMN 28  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TSEROK
               LINE 16  COLUMN 08  PIC Z9
               USING  W-SEROK
               HIGHLIGHT.
           05  TSERSKIP
               LINE 16  COLUMN 24  PIC Z9
               USING  W-SERSKIP
               HIGHLIGHT.

       01  TELAPRESC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  " NAME:".
           05  LINE 05  COLUMN 01
               VALUE  " SEQ:".
           05  LINE 05  COLUMN 12
               VALUE  " DRUG CODE:".
           05  LINE 05  COLUMN 31
               VALUE  "(0 = SEARCH BY GENERIC NAME)".
           05  LINE 07  COLUMN 01
               VALUE  " DRUG NAME:".
           05  LINE 09  COLUMN 01
               LINE 05  COLUMN 07  PIC 9(02)
               USING  SEQPRESC
               HIGHLIGHT.
           05  TDRCOD
               LINE 05  COLUMN 24  PIC 9(05)
               USING  W-DRCOD
               HIGHLIGHT.
           05  TDROGA
               LINE 07  COLUMN 13  PIC X(30)
               USING  DROGA
           ELSE
                 NEXT SENTENCE.

       R0Q.
           OPEN I-O CADTELE
           IF ST-ERROTL NOT = "00"
              IF ST-ERROTL = "30"
                 OPEN OUTPUT CADTELE
                 CLOSE CADTELE
                 MOVE "*** CADTELE ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0Q
              ELSE
                 MOVE "ERROR IN OPENING THE CADTELE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0R.
           OPEN I-O CADSERIE
           IF ST-ERROSR NOT = "00"
              IF ST-ERROSR = "30"
                 OPEN OUTPUT CADSERIE
                 CLOSE CADSERIE
                 MOVE "*** CADSERIE ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0R
              ELSE
                 MOVE "ERROR IN OPENING THE CADSERIE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    THE PRICING FILE MAY NOT EXIST YET ON A FRESH SITE -
      *    WITHOUT IT THE COMPILED CPRATE/CPDISC TABLES STILL APPLY
           MOVE "N" TO W-PRAVAIL
           IF ST-ERROPR = "00"
              MOVE "Y" TO W-PRAVAIL.

      *    A SINGLE-UNIT SITE HAS NO UNIT MASTER - EVERY BOOKING IS
      *    THEN UNIT 01 AND THE CODE IS NOT CHECKED
           MOVE "N" TO W-UNAVAIL
           OPEN INPUT CADUNID
           IF ST-ERROUN = "00"
              MOVE "Y" TO W-UNAVAIL.

      *    NO CREDENTIALING FILE YET MEANS NO AGREEMENT RESTRICTION
           MOVE "N" TO W-CDAVAIL
           OPEN INPUT CADCRED
           IF ST-ERROCD = "00"
              MOVE "Y" TO W-CDAVAIL.

      *    WITHOUT THE FORMULARY THE DRUG NAME IS STILL TYPED IN FREE
           MOVE "N" TO W-DRAVAIL
           OPEN INPUT CADDROGA
           IF ST-ERRODR = "00"
              MOVE "Y" TO W-DRAVAIL.

       R1.
           DISPLAY (19, 02) LIMPA
           DISPLAY (20, 02) LIMPA
           DISPLAY (21, 02) LIMPA
           MOVE "Y" TO W-SERNOVO
           MOVE ZEROS TO W-SERNUM W-SERSEQ
           MOVE SPACES TO DOCNOME PACNOME DOECNOME OBS CRMUF OF REGATEN
           MOVE SPACES TO PLANOTXT W-TLLINK
           MOVE "P" TO W-MODAL
           MOVE ZEROS TO W-CHARGE W-CHARGEED
           MOVE SPACES TO OUTCOME OF REGATEN
           MOVE ZEROS TO CRM OF REGATEN DATACON HORACON CPF COD
           MOVE W-UNIPAD TO UNIATEN
           PERFORM UNID-LER THRU UNID-LER-FIM
           DISPLAY TELA-ATEN.

       R2.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *    THE UNIT THE DOCTOR SEES THE PATIENT AT - IT PICKS THE
      *    TEMPLATE ROW AND STAYS ON THE BOOKING
       R4U.
           ACCEPT TUNIATEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           PERFORM UNID-LER THRU UNID-LER-FIM
           DISPLAY TUNIATEN
           DISPLAY TUNINOME
           IF W-UNIOK NOT = "Y"
              MOVE "*** UNIT NOT FOUND OR CLOSED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4U.
           MOVE UNIATEN TO W-UNIPAD

           PERFORM AGEND-CHK THRU AGEND-CHK-FIM
           IF W-AGFLAG = "Y"
              MOVE "Y" TO W-OPCAO
                   GO TO R1
                PERFORM R5A
                PERFORM R6A
                PERFORM TELE-LER THRU TELE-LER-FIM
                PERFORM SER-LER THRU SER-LER-FIM
                PERFORM UNID-LER THRU UNID-LER-FIM
                DISPLAY TELA-ATEN
                GO TO ACE-001
             ELSE

           PERFORM CLIN-SHOW THRU CLIN-SHOW-FIM.

           PERFORM CRED-CHK THRU CRED-CHK-FIM
           IF W-CDFLAG = "N"
              MOVE "*** DOCTOR NOT CREDENTIALED FOR AGREEMENT ***"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** CHOOSE A CREDENTIALED DOCTOR - SEE SMP121 ***"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

           PERFORM QUARTO-CHK THRU QUARTO-CHK-FIM
           IF W-ADMFLAG = "Y"
              MOVE "Y" TO W-OPCAO
           IF W-ACT = 01
                   GO TO R6.

       R7A.
           ACCEPT TMODAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-MODAL = "p" MOVE "P" TO W-MODAL.
           IF W-MODAL = "v" MOVE "V" TO W-MODAL.
           IF W-MODAL = "t" MOVE "T" TO W-MODAL.
           IF W-MODAL NOT = "P" AND W-MODAL NOT = "V"
              AND W-MODAL NOT = "T"
              MOVE "*** JUST TYPE P, V OR T ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.
           DISPLAY TMODAL.

       INC-OPC.
                PERFORM ELIG-CHK THRU ELIG-CHK-FIM
                IF W-WSELIG = "N"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "Y" TO W-OPCAO
                IF W-SERNOVO = "Y"
                   DISPLAY (21, 02) "S = BOOK AS A WEEKLY SERIES".
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01 GO TO R7A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF (W-OPCAO = "S" OR "s") AND W-SERNOVO = "Y"
                   GO TO SER-001.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE REGATEN
                IF ST-ERRO = "00" OR "02"
                      PERFORM TELE-GRAVA THRU TELE-GRAVA-FIM
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
      *****************************************
      *
       ACE-001.
                IF W-SERNUM NOT = ZEROS
                   DISPLAY (21, 02)
                      "SERIES        SESSION    - M=MOVE SERIES"
                   DISPLAY (21, 09) W-SERNUM
                   DISPLAY (21, 24) W-SERSEQ.
                DISPLAY (23, 12)
              "N=NEW C=CHANGE D=DELETE P=PRESC S=OUTCOME T=NOTES"
                ACCEPT (23, 64) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO = "M" AND W-SERNUM NOT = ZEROS
                   GO TO SERM-001.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "S" AND W-OPCAO NOT = "T"
                    GO TO OUT-001.
                MOVE W-OPCAO TO OUTCOME OF REGATEN
                DISPLAY TOUTCOME.
                IF OUTCOME OF REGATEN NOT = "C" OR W-SERNUM = ZEROS
                   GO TO OUT-RW1.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 02)
                   "CANCEL ALL FUTURE SESSIONS TOO (Y/N) : "
                ACCEPT (21, 41) W-OPCAO WITH UPDATE
                DISPLAY (21, 02) LIMPA
                IF W-OPCAO = "Y" OR "y"
                   MOVE "C" TO W-SERACAO
                   GO TO SERC-001.
       OUT-RW1.
                REWRITE REGATEN
                IF ST-ERRO = "99"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-SER.
                IF W-SERNUM = ZEROS
                   GO TO EXC-DL1.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 02)
                   "DELETE ALL FUTURE SESSIONS TOO (Y/N) : "
                ACCEPT (21, 41) W-OPCAO WITH UPDATE
                DISPLAY (21, 02) LIMPA
                IF W-OPCAO = "Y" OR "y"
                   MOVE "D" TO W-SERACAO
                   GO TO SERC-001.
       EXC-DL1.
                DELETE CADATEN RECORD
                IF ST-ERRO = "99"
                   MOVE "ERROR EXCLUSION FROM REGISTRATION" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM TELE-EXCLUI THRU TELE-EXCLUI-FIM
                PERFORM SER-EXCLUI THRU SER-EXCLUI-FIM
                MOVE "*** APPOINTMENT DELETED ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM WAIT-PROMO THRU WAIT-PROMO-FIM
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "00" OR "02"
                   PERFORM TELE-GRAVA THRU TELE-GRAVA-FIM
                   MOVE "*** APPOINTMENT CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *****************************************
      * RECURRING WEEKLY SERIES (CADSERIE)    *
      *****************************************
      *
      *--[ THE FIRST SESSION HAS BEEN THROUGH THE NORMAL SCREEN ]-------
      *--[ CHECKS; EVERY LATER WEEK REPEATS THEM WITHOUT ASKING ]-------
      *--[ AND IS SKIPPED, WITH THE REASON, WHEN ONE FAILS      ]-------
       SER-001.
                MOVE ZEROS TO W-SERQTD W-SERATE
                DISPLAY (21, 02) LIMPA
                DISPLAY (21, 02)
                   "WEEKLY SESSIONS (02-20), 00 = UNTIL A DATE : "
                ACCEPT (21, 48) W-SERQTD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO INC-OPC.
                IF W-SERQTD = ZEROS
                   GO TO SER-002.
                IF W-SERQTD < 2 OR W-SERQTD > 20
                   MOVE "*** JUST TYPE 02 TO 20 SESSIONS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-001.
                GO TO SER-003.
       SER-002.
                DISPLAY (21, 02) "LAST SESSION DATE (YYYYMMDD) : "
                ACCEPT (21, 34) W-SERATE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO SER-001.
                MOVE DATACON TO W-DATACON
                IF W-SERATE NOT > W-DATACON
                   MOVE "*** LAST DATE MUST BE AFTER THE FIRST ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-002.
       SER-003.
                MOVE "Y" TO W-OPCAO
                DISPLAY (21, 02) "BOOK THE WEEKLY SERIES (Y/N) : "
                ACCEPT (21, 34) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO SER-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SERIES NOT BOOKED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   GO TO SER-003.

                PERFORM SER-NUMERO THRU SER-NUMERO-FIM
                MOVE REGATEN TO W-SERREG
                MOVE DATACON TO W-SDATA
                MOVE ZEROS TO W-SERIND W-SEROK W-SERSKIP
                MOVE "Y" TO W-SERLIMCHK.
       SER-LOOP.
                ADD 1 TO W-SERIND
                MOVE W-SERREG TO REGATEN
                MOVE W-SDATA TO DATACON
                MOVE SPACES TO W-SERMOTIVO
                IF W-SERIND > 1
                   PERFORM SER-CHECA THRU SER-CHECA-FIM.
                IF W-SERMOTIVO = SPACES
                   PERFORM SER-GRAVA THRU SER-GRAVA-FIM
                ELSE
                   ADD 1 TO W-SERSKIP.
                MOVE CHAVEATEN   TO TS-CHAVE(W-SERIND)
                MOVE W-SERIND    TO TS-SEQ(W-SERIND)
                MOVE W-SDATAN    TO TS-DATA(W-SERIND)
                MOVE HORACON     TO TS-HORA(W-SERIND)
                MOVE W-SERMOTIVO TO TS-MOTIVO(W-SERIND)
                IF W-SERIND NOT < 20
                   GO TO SER-LOOP9.
                IF W-SERQTD NOT = ZEROS AND W-SERIND NOT < W-SERQTD
                   GO TO SER-LOOP9.
                PERFORM SER-DIAMAIS THRU SER-DIAMAIS-FIM 7 TIMES
                IF W-SERQTD = ZEROS AND W-SDATAN > W-SERATE
                   GO TO SER-LOOP9.
                GO TO SER-LOOP.
       SER-LOOP9.
                MOVE W-SERIND TO W-SERTOT
                PERFORM SER-RESUMO THRU SER-RESUMO-FIM
                GO TO R1.
      *
      *--[ CANCEL (OUTCOME C) OR DELETE THIS SESSION AND EVERY ]--------
      *--[ LATER ONE OF THE SERIES NOT YET ATTENDED            ]--------
       SERC-001.
                MOVE CHAVEATEN(9:8) TO W-SERCORTE
                PERFORM SER-COLETA THRU SER-COLETA-FIM
                MOVE ZEROS TO W-SERIND W-SEROK W-SERSKIP.
       SERC-LOOP.
                ADD 1 TO W-SERIND
                IF W-SERIND > W-SERTOT
                   GO TO SERC-FIM.
                MOVE TS-CHAVE(W-SERIND) TO CHAVEATEN
                READ CADATEN
                IF ST-ERRO NOT = "00"
                   MOVE "NOT FOUND" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERC-LOOP.
                IF OUTCOME OF REGATEN NOT = SPACE
                   MOVE "OUTCOME ON FILE" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERC-LOOP.
                IF W-SERACAO = "D"
                   GO TO SERC-DEL.
                MOVE "C" TO OUTCOME OF REGATEN
                REWRITE REGATEN
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "REWRITE ERROR" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERC-LOOP.
                MOVE "CANCELLED" TO TS-MOTIVO(W-SERIND)
                ADD 1 TO W-SEROK
                PERFORM WAIT-NOTIFY THRU WAIT-NOTIFY-FIM
                GO TO SERC-LOOP.
       SERC-DEL.
                DELETE CADATEN RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "DELETE ERROR" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERC-LOOP.
                PERFORM TELE-EXCLUI THRU TELE-EXCLUI-FIM
                PERFORM SER-EXCLUI THRU SER-EXCLUI-FIM
                MOVE "DELETED" TO TS-MOTIVO(W-SERIND)
                ADD 1 TO W-SEROK
                PERFORM WAIT-NOTIFY THRU WAIT-NOTIFY-FIM
                GO TO SERC-LOOP.
       SERC-FIM.
                PERFORM SER-RESUMO THRU SER-RESUMO-FIM
                GO TO R1.
      *
      *--[ MOVE THIS SESSION AND THE LATER ONES NOT YET        ]-------
      *--[ ATTENDED: EACH SHIFTS BY THE SAME NUMBER OF DAYS AND ]-------
      *--[ TAKES THE NEW TIME, THROUGH THE SAME CHECKS AS A NEW ]-------
      *--[ SERIES (THE PLAN LIMIT IS NOT RECOUNTED - THE VISITS ]-------
      *--[ ARE ALREADY ON FILE)                                 ]-------
       SERM-001.
                MOVE DATACON TO W-SERNOVADATA
                DISPLAY (21, 02) LIMPA
                DISPLAY (21, 02) "MOVE SERIES - NEW DATE (YYYYMMDD) : "
                ACCEPT (21, 38) W-SERNOVADATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO ACE-001.
                MOVE W-SERNOVADATA TO W-SDATA
                IF SD-MES < 1 OR SD-MES > 12 OR SD-DIA < 1
                   MOVE "*** ENTER A VALID DATE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SERM-001.
                PERFORM SER-MESDIAS THRU SER-MESDIAS-FIM
                IF SD-DIA > W-DIASMES
                   MOVE "*** DAY INVALID ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SERM-001.
       SERM-002.
                MOVE HORACON TO W-SERHORA
                DISPLAY (21, 02) "MOVE SERIES - NEW TIME (HHMM) : "
                ACCEPT (21, 34) W-SERHORA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO SERM-001.
                DIVIDE W-SERHORA BY 100 GIVING W-QUO REMAINDER W-MOD100
                IF W-QUO > 23 OR W-MOD100 > 59
                   MOVE "*** TIME INVALID ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SERM-002.
                MOVE DATACON TO W-DATACON
                MOVE HORACON TO W-HORAMIN
                IF W-SERNOVADATA = W-DATACON AND W-SERHORA = W-HORAMIN
                   GO TO ACE-001.

                MOVE DATACON TO W-SDATA
                MOVE ZEROS TO W-SERDESL
                MOVE "F" TO W-SERDIR
                IF W-SERNOVADATA < W-DATACON
                   MOVE "B" TO W-SERDIR.
       SERM-DESL.
                IF W-SDATAN = W-SERNOVADATA
                   GO TO SERM-003.
                IF W-SERDESL > 366
                   MOVE "*** A SERIES MOVES AT MOST ONE YEAR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SERM-001.
                IF W-SERDIR = "F"
                   PERFORM SER-DIAMAIS THRU SER-DIAMAIS-FIM
                ELSE
                   PERFORM SER-DIAMENOS THRU SER-DIAMENOS-FIM.
                ADD 1 TO W-SERDESL
                GO TO SERM-DESL.
       SERM-003.
                MOVE "Y" TO W-OPCAO
                DISPLAY (21, 02) "MOVE ALL FUTURE SESSIONS (Y/N) : "
                ACCEPT (21, 36) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 02) LIMPA
                IF W-ACT = 01
                   GO TO SERM-002.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** SERIES NOT MOVED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.

                MOVE CHAVEATEN(9:8) TO W-SERCORTE
                PERFORM SER-COLETA THRU SER-COLETA-FIM
                MOVE ZEROS TO W-SERIND W-SEROK W-SERSKIP
                MOVE "N" TO W-SERLIMCHK.
       SERM-LOOP.
                ADD 1 TO W-SERIND
                IF W-SERIND > W-SERTOT
                   GO TO SERM-FIM.
                MOVE TS-CHAVE(W-SERIND) TO CHAVEATEN
                READ CADATEN
                IF ST-ERRO NOT = "00"
                   MOVE "NOT FOUND" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.
                IF OUTCOME OF REGATEN NOT = SPACE
                   MOVE "OUTCOME ON FILE" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.
                MOVE REGATEN TO W-SERREG
                MOVE DATACON TO W-SDATA
                IF W-SERDESL > ZEROS
                   IF W-SERDIR = "F"
                      PERFORM SER-DIAMAIS THRU SER-DIAMAIS-FIM
                              W-SERDESL TIMES
                   ELSE
                      PERFORM SER-DIAMENOS THRU SER-DIAMENOS-FIM
                              W-SERDESL TIMES.
                MOVE W-SDATA TO DATACON
                MOVE W-SERHORA TO HORACON
                MOVE W-SDATAN TO TS-DATA(W-SERIND)
                MOVE W-SERHORA TO TS-HORA(W-SERIND)
                MOVE SPACES TO W-SERMOTIVO
                PERFORM SER-CHECA THRU SER-CHECA-FIM
                IF W-SERMOTIVO NOT = SPACES
                   MOVE W-SERMOTIVO TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.

                MOVE CHAVEATEN TO W-SERNOVACH
                READ CADATEN
                IF ST-ERRO = "00"
                   MOVE "SLOT TAKEN" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.

                MOVE W-SERREG TO REGATEN
                READ CADATEN
                DELETE CADATEN RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "DELETE ERROR" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.
                MOVE W-SERREG TO REGATEN
                MOVE W-SERNOVACH TO CHAVEATEN
                WRITE REGATEN
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
      *            PUT THE SESSION BACK WHERE IT WAS
                   MOVE W-SERREG TO REGATEN
                   WRITE REGATEN
                   MOVE "WRITE ERROR" TO TS-MOTIVO(W-SERIND)
                   ADD 1 TO W-SERSKIP
                   GO TO SERM-LOOP.
                PERFORM SER-MUDA THRU SER-MUDA-FIM
                MOVE "MOVED" TO TS-MOTIVO(W-SERIND)
                ADD 1 TO W-SEROK
                GO TO SERM-LOOP.
       SERM-FIM.
                PERFORM SER-RESUMO THRU SER-RESUMO-FIM
                GO TO R1.

      *****************************************
      * PRESCRIPTION / MEDICATION (CADPRESC)  *
      *****************************************
      *
       PRESC-001.
                MOVE ZEROS TO W-DRCOD
                DISPLAY TELAPRESC
                DISPLAY (23, 12)
              "N=NEW PRESCRIPTION   L=LIST   F=REFILL   X=RETURN"
              MOVE SPACES TO DROGA
           ELSE
              MOVE TREATMENT TO DROGA.
           MOVE SPACES TO DOSAGEM DURACAO W-NEWGENER
           MOVE ZEROS TO REFILLS-ALLOWED REFILLS-USED W-DRCOD

           DISPLAY TELAPRESC
           IF W-DRAVAIL NOT = "Y"
              GO TO PRESC-002L.

      *    WITH THE FORMULARY ON HAND THE DRUG IS PICKED BY CODE OR BY
      *    GENERIC NAME - A TREATMENT THAT ALREADY NAMES A FORMULARY
      *    LABEL COMES IN PRE-SELECTED
           IF DROGA NOT = SPACES
              MOVE DROGA TO DR-NOME
              READ CADDROGA KEY IS DR-NOME
              IF ST-ERRODR = "00"
                 MOVE DR-COD TO W-DRCOD
                 DISPLAY TDRCOD.
       PRESC-002C.
           ACCEPT TDRCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PRESC-001.
           IF W-DRCOD = ZEROS
              PERFORM DROGA-BUSCA THRU DROGA-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO PRESC-002C
              ELSE
                 MOVE DR-COD TO W-DRCOD
                 DISPLAY TDRCOD.
           MOVE W-DRCOD TO DR-COD
           READ CADDROGA
           IF ST-ERRODR NOT = "00"
              MOVE "*** DRUG CODE NOT ON THE FORMULARY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRESC-002C.

           MOVE DR-NOME     TO DROGA
           MOVE DR-GENERICO TO W-NEWGENER
           MOVE DR-DOSEPAD  TO DOSAGEM
           MOVE DR-CONCENT  TO W-DRICONC
           MOVE DR-FORMA    TO W-DRIFORMA
           MOVE DR-CLASSE   TO W-DRICLAS
           DISPLAY TDROGA
           DISPLAY TDOSAGEM
           DISPLAY (08, 13) W-DRINFO
           IF DR-CLASSE NOT = SPACES
              MOVE DR-CLASSE TO W-DRCTCL
              MOVE W-DRCTRL TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO PRESC-003.

       PRESC-002L.
           ACCEPT TDROGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
           DISPLAY (22, 02) LIMPA.
       NOME-BUSCA-FIM.
           EXIT.
      *
      *--[ FIND THE DRUG BY (PARTIAL) GENERIC NAME WHEN THE CODE  ]-----
      *--[ IS NOT AT HAND, RIDING THE DR-GENERICO ALTERNATE KEY   ]-----
      *--[ THE SAME WAY NOME-BUSCA FINDS A PATIENT. SELECTING A   ]-----
      *--[ MATCH LEAVES THE DRUG IN REGDROGA                      ]-----
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
           IF ST-ERRODR NOT = "00"
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

      *
      *--[ ONLINE ELIGIBILITY CHECK WITH THE INSURER BEFORE THE ]-------
      *--[ TEMPLATE. A DOCTOR WITH NO TEMPLATE ROWS KEEPS THE     ]-----
      *--[ LEGACY ANY-HOUR BEHAVIOUR; OTHERWISE A BOOKING ON AN   ]-----
      *--[ UNWORKED WEEKDAY OR OUTSIDE THE HOURS RAISES W-AGFLAG  ]-----
      *--[ - THE ROW IS THE ONE OF THE BOOKING'S UNIT             ]-----
       AGEND-CHK.
           MOVE "N" TO W-AGFLAG

           MOVE CRMUF OF REGATEN TO AG-CRMUF
           MOVE CRM OF REGATEN TO AG-CRM
           MOVE ZEROS TO AG-UNIDADE AG-DIASEM
           START CADAGEND KEY IS NOT LESS CHAVEAGEND INVALID KEY
                 GO TO AGEND-CHK-FIM.
           READ CADAGEND NEXT
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE CRMUF OF REGATEN TO AG-CRMUF
           MOVE CRM OF REGATEN TO AG-CRM
           MOVE UNIATEN TO AG-UNIDADE
           MOVE W-DIASEM TO AG-DIASEM
           READ CADAGEND KEY IS CHAVEAGEND
           IF ST-ERROAG NOT = "00"
       AGEND-CHK-FIM.
           EXIT.

      *--[ UNIT OF THE BOOKING - NONE ON FILE MEANS UNIT 01. ]----------
      *--[ W-UNIOK IS N FOR A CODE NOT IN CADUNID OR CLOSED  ]----------
       UNID-LER.
           IF UNIATEN NOT NUMERIC OR UNIATEN = ZEROS
              MOVE 01 TO UNIATEN.
           MOVE "Y" TO W-UNIOK
           MOVE SPACES TO W-UNINOME
           IF W-UNAVAIL NOT = "Y"
              GO TO UNID-LER-FIM.
           MOVE UNIATEN TO UN-CODIGO
           READ CADUNID
           IF ST-ERROUN NOT = "00"
              MOVE "N" TO W-UNIOK
              GO TO UNID-LER-FIM.
           MOVE UN-NOME TO W-UNINOME
           IF UN-ATIVO NOT = "A"
              MOVE "N" TO W-UNIOK.
       UNID-LER-FIM.
           EXIT.

      *--[ WEEKDAY OF THE BOOKING DATE (1=MON..7=SUN), ZELLER ]---------
       DIA-SEMANA.
           MOVE ANOC TO W-ZY
       LEAVE-CHK-FIM.
           EXIT.

      *
      *--[ IS THE DOCTOR CREDENTIALED FOR THE PATIENT'S AGREEMENT ]-----
      *--[ ON THE BOOKING DATE? SELF-PAY NEEDS NO CADCRED ROW     ]-----
       CRED-CHK.
           MOVE "Y" TO W-CDFLAG
           IF W-CDAVAIL NOT = "Y" OR CONVPACI = 0
              GO TO CRED-CHK-FIM.
           MOVE "N" TO W-CDFLAG
           MOVE DATACON TO W-DATACON
           MOVE CRMUF OF REGATEN TO CD-CRMUF
           MOVE CRM OF REGATEN TO CD-CRM
           MOVE CONVPACI TO CD-CONV
           MOVE ZEROS TO CD-INICIO
           START CADCRED KEY IS NOT LESS CHAVECRED INVALID KEY
                 GO TO CRED-CHK-FIM.
       CRED-CHK1.
           READ CADCRED NEXT
           IF ST-ERROCD NOT = "00"
              GO TO CRED-CHK-FIM.
           IF CD-CRMUF NOT = CRMUF OF REGATEN OR
              CD-CRM NOT = CRM OF REGATEN OR CD-CONV NOT = CONVPACI
              GO TO CRED-CHK-FIM.
           IF CD-INICIO > W-DATACON
              GO TO CRED-CHK-FIM.
           IF CD-FIM = 0 OR CD-FIM NOT < W-DATACON
              MOVE "Y" TO W-CDFLAG
              GO TO CRED-CHK-FIM.
           GO TO CRED-CHK1.
       CRED-CHK-FIM.
           EXIT.

      *
      *--[ LOAD THE MODALITY AND VIDEO LINK OF AN EXISTING       ]-----
      *--[ BOOKING; NO CADTELE ROW MEANS AN IN-PERSON VISIT      ]-----
       TELE-LER.
           MOVE "P" TO W-MODAL
           MOVE SPACES TO W-TLLINK
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERROTL NOT = "00"
              GO TO TELE-LER-FIM.
           MOVE TL-MODAL TO W-MODAL
           IF TL-MODAL = "V"
              IF TL-LINKSIT = "E"
                 MOVE TL-LINK TO W-TLLINK
              ELSE
                 MOVE "*** PENDING - PLATFORM DID NOT ANSWER ***"
                                               TO W-TLLINK.
       TELE-LER-FIM.
           EXIT.

      *
      *--[ KEEP CADTELE IN STEP WITH THE BOOKING JUST SAVED. A   ]-----
      *--[ VIDEO VISIT GETS ITS ROOM FROM THE PLATFORM GATEWAY   ]-----
      *--[ (SAME PATTERN AS ELIGWSVC); A LINK ALREADY CREATED IS ]-----
      *--[ KEPT. IF THE PLATFORM DOES NOT ANSWER THE BOOKING     ]-----
      *--[ STANDS AND THE LINK IS LEFT PENDING FOR SMP068        ]-----
       TELE-GRAVA.
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERROTL = "00"
              MOVE "Y" TO W-TLACHOU
           ELSE
              MOVE "N" TO W-TLACHOU.
           IF W-MODAL = "P"
              IF W-TLACHOU = "Y"
                 DELETE CADTELE RECORD
                 GO TO TELE-GRAVA-FIM
              ELSE
                 GO TO TELE-GRAVA-FIM.
           IF W-TLACHOU = "N"
              MOVE CHAVEATEN TO TL-CHAVEATEN
              MOVE SPACES TO TL-SALA TL-LINK TL-LINKSIT
              MOVE ZEROS TO TL-ENTRADA.
           IF W-MODAL = "T"
              MOVE SPACES TO TL-SALA TL-LINK TL-LINKSIT
              GO TO TELE-GRAVA1.
           IF TL-MODAL = "V" AND TL-LINKSIT = "E" AND W-TLACHOU = "Y"
              GO TO TELE-GRAVA1.
           MOVE "C" TO W-TLFUNC
           MOVE "99" TO W-TLSTAT
           CALL "VIDWSVC" USING W-TLFUNC CHAVEATEN CPF W-TLSTAT
                                TL-SALA TL-LINK W-TLHORA
              ON OVERFLOW
                 MOVE "99" TO W-TLSTAT.
           IF W-TLSTAT = "00"
              MOVE "E" TO TL-LINKSIT
              MOVE TL-LINK TO W-TLLINK
           ELSE
              MOVE "P" TO TL-LINKSIT
              MOVE SPACES TO TL-SALA TL-LINK
              MOVE "*** PENDING - PLATFORM DID NOT ANSWER ***"
                                               TO W-TLLINK.
           DISPLAY TLINK
           IF TL-LINKSIT = "P"
              MOVE "*** VIDEO PLATFORM DOWN - LINK PENDING ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TELE-GRAVA1.
           MOVE W-MODAL TO TL-MODAL
           IF W-TLACHOU = "Y"
              REWRITE REGTELE
           ELSE
              WRITE REGTELE.
           IF ST-ERROTL NOT = "00" AND ST-ERROTL NOT = "02"
              MOVE "*** ERROR RECORDING CADTELE - CHECK MODALITY ***"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TELE-GRAVA-FIM.
           EXIT.

      *
      *--[ A DELETED BOOKING TAKES ITS TELECONSULTATION ROW WITH IT ]---
       TELE-EXCLUI.
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERROTL = "00"
              DELETE CADTELE RECORD.
       TELE-EXCLUI-FIM.
           EXIT.

      *
      *--[ SERIES NUMBER AND SESSION OF AN EXISTING BOOKING. ANY  ]-----
      *--[ BOOKING ALREADY ON FILE CANNOT START A NEW SERIES      ]-----
       SER-LER.
           MOVE "N" TO W-SERNOVO
           MOVE ZEROS TO W-SERNUM W-SERSEQ
           MOVE CHAVEATEN TO SR-CHAVEATEN
           READ CADSERIE KEY IS SR-CHAVEATEN
           IF ST-ERROSR NOT = "00"
              GO TO SER-LER-FIM.
           MOVE SR-NUMSER TO W-SERNUM
           MOVE SR-SEQ TO W-SERSEQ.
       SER-LER-FIM.
           EXIT.

      *
      *--[ A DELETED BOOKING LEAVES ITS SERIES ]-----------------------
       SER-EXCLUI.
           MOVE CHAVEATEN TO SR-CHAVEATEN
           READ CADSERIE KEY IS SR-CHAVEATEN
           IF ST-ERROSR = "00"
              DELETE CADSERIE RECORD.
       SER-EXCLUI-FIM.
           EXIT.

      *
      *--[ NEXT SERIES NUMBER - THE ALTERNATE KEY IS READ IN      ]-----
      *--[ ASCENDING ORDER, SO THE LAST ROW HOLDS THE HIGHEST     ]-----
       SER-NUMERO.
           MOVE ZEROS TO W-SERNUM SR-NUMSER
           START CADSERIE KEY IS NOT LESS SR-NUMSER INVALID KEY
                 GO TO SER-NUMERO2.
       SER-NUMERO1.
           READ CADSERIE NEXT
           IF ST-ERROSR NOT = "00" AND ST-ERROSR NOT = "02"
              GO TO SER-NUMERO2.
           MOVE SR-NUMSER TO W-SERNUM
           GO TO SER-NUMERO1.
       SER-NUMERO2.
           ADD 1 TO W-SERNUM.
       SER-NUMERO-FIM.
           EXIT.

      *
      *--[ SESSIONS OF SERIES W-SERNUM DATED ON OR AFTER         ]-----
      *--[ W-SERCORTE, LOADED INTO TAB-SERIE                     ]-----
       SER-COLETA.
           MOVE ZEROS TO W-SERTOT
           MOVE W-SERNUM TO SR-NUMSER
           START CADSERIE KEY IS NOT LESS SR-NUMSER INVALID KEY
                 GO TO SER-COLETA-FIM.
       SER-COLETA1.
           READ CADSERIE NEXT
           IF ST-ERROSR NOT = "00" AND ST-ERROSR NOT = "02"
              GO TO SER-COLETA-FIM.
           IF SR-NUMSER NOT = W-SERNUM
              GO TO SER-COLETA-FIM.
           IF SR-CHAVEATEN(9:8) < W-SERCORTE
              GO TO SER-COLETA1.
           IF W-SERTOT NOT < 20
              GO TO SER-COLETA-FIM.
           ADD 1 TO W-SERTOT
           MOVE SR-CHAVEATEN       TO TS-CHAVE(W-SERTOT)
           MOVE SR-SEQ             TO TS-SEQ(W-SERTOT)
           MOVE SR-CHAVEATEN(9:8)  TO TS-DATA(W-SERTOT)
           MOVE SR-CHAVEATEN(17:4) TO TS-HORA(W-SERTOT)
           MOVE SPACES             TO TS-MOTIVO(W-SERTOT)
           GO TO SER-COLETA1.
       SER-COLETA-FIM.
           EXIT.

      *
      *--[ THE BOOKING-SCREEN CHECKS, WITHOUT THE OVERRIDE PROMPT. ]----
      *--[ THE FIRST ONE THAT FAILS NAMES WHY THE WEEK IS SKIPPED  ]----
       SER-CHECA.
           MOVE SPACES TO W-SERMOTIVO
           PERFORM LEAVE-CHK THRU LEAVE-CHK-FIM
           IF W-LVFLAG = "Y"
              MOVE "DOCTOR ON LEAVE" TO W-SERMOTIVO
              GO TO SER-CHECA-FIM.
           MOVE DATACON TO FE-DATA
           READ CADFERIA KEY IS FE-DATA
           IF ST-ERROFE = "00" AND FE-TIPO NOT = "R"
              MOVE "HOLIDAY" TO W-SERMOTIVO
              GO TO SER-CHECA-FIM.
           PERFORM AGEND-CHK THRU AGEND-CHK-FIM
           IF W-AGFLAG = "Y"
              MOVE "OUTSIDE HOURS" TO W-SERMOTIVO
              GO TO SER-CHECA-FIM.
           PERFORM CRED-CHK THRU CRED-CHK-FIM
           IF W-CDFLAG = "N"
              MOVE "NOT CREDENTIALED" TO W-SERMOTIVO
              GO TO SER-CHECA-FIM.
           IF W-SERLIMCHK NOT = "Y"
              GO TO SER-CHECA-FIM.
           PERFORM LIMIT-CHK THRU LIMIT-CHK-FIM
           IF W-LIMFLAG = "Y"
              MOVE "PLAN VISIT LIMIT" TO W-SERMOTIVO.
       SER-CHECA-FIM.
           EXIT.

      *
      *--[ BOOK ONE SESSION OF A NEW SERIES AND LINK IT ]--------------
       SER-GRAVA.
           WRITE REGATEN
           IF ST-ERRO = "22"
              MOVE "SLOT TAKEN" TO W-SERMOTIVO
              ADD 1 TO W-SERSKIP
              GO TO SER-GRAVA-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "WRITE ERROR" TO W-SERMOTIVO
              ADD 1 TO W-SERSKIP
              GO TO SER-GRAVA-FIM.
           MOVE "BOOKED" TO W-SERMOTIVO
           ADD 1 TO W-SEROK
           MOVE CHAVEATEN TO SR-CHAVEATEN
           MOVE W-SERNUM  TO SR-NUMSER
           MOVE W-SERIND  TO SR-SEQ
           MOVE CPF       TO SR-CPF
           WRITE REGSERIE
           PERFORM TELE-GRAVA THRU TELE-GRAVA-FIM.
       SER-GRAVA-FIM.
           EXIT.

      *
      *--[ A MOVED SESSION TAKES ITS CADTELE AND CADSERIE ROWS TO ]-----
      *--[ THE NEW KEY (OLD KEY IS STILL IN W-SERREG)             ]-----
       SER-MUDA.
           MOVE W-SERREG(1:20) TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERROTL = "00"
              DELETE CADTELE RECORD
              MOVE CHAVEATEN TO TL-CHAVEATEN
              WRITE REGTELE.
           MOVE W-SERREG(1:20) TO SR-CHAVEATEN
           READ CADSERIE KEY IS SR-CHAVEATEN
           IF ST-ERROSR = "00"
              DELETE CADSERIE RECORD
              MOVE CHAVEATEN TO SR-CHAVEATEN
              WRITE REGSERIE.
       SER-MUDA-FIM.
           EXIT.

      *
      *--[ ONE DAY FORWARD / BACK ON W-SDATA ]-------------------------
       SER-DIAMAIS.
           PERFORM SER-MESDIAS THRU SER-MESDIAS-FIM
           ADD 1 TO SD-DIA
           IF SD-DIA NOT > W-DIASMES
              GO TO SER-DIAMAIS-FIM.
           MOVE 1 TO SD-DIA
           ADD 1 TO SD-MES
           IF SD-MES > 12
              MOVE 1 TO SD-MES
              ADD 1 TO SD-ANO.
       SER-DIAMAIS-FIM.
           EXIT.

       SER-DIAMENOS.
           IF SD-DIA > 1
              SUBTRACT 1 FROM SD-DIA
              GO TO SER-DIAMENOS-FIM.
           IF SD-MES > 1
              SUBTRACT 1 FROM SD-MES
           ELSE
              MOVE 12 TO SD-MES
              SUBTRACT 1 FROM SD-ANO.
           PERFORM SER-MESDIAS THRU SER-MESDIAS-FIM
           MOVE W-DIASMES TO SD-DIA.
       SER-DIAMENOS-FIM.
           EXIT.

      *
      *--[ DAYS IN THE MONTH OF W-SDATA (GREGORIAN LEAP RULE) ]--------
       SER-MESDIAS.
           MOVE TBMES(SD-MES) TO W-DIASMES
           IF SD-MES NOT = 2
              GO TO SER-MESDIAS-FIM.
           DIVIDE SD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE SD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE SD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD400 = 0 OR (W-MOD4 = 0 AND W-MOD100 NOT = 0)
              MOVE 29 TO W-DIASMES.
       SER-MESDIAS-FIM.
           EXIT.

      *
      *--[ SERIES SUMMARY: ONE LINE PER SESSION WITH ITS RESULT. ]-----
      *--[ SESSIONS 1-10 ON THE LEFT, 11-20 ON THE RIGHT         ]-----
       SER-RESUMO.
           DISPLAY TELASERIE
           MOVE ZEROS TO W-SERIND.
       SER-RESUMO1.
           ADD 1 TO W-SERIND
           IF W-SERIND > W-SERTOT
              GO TO SER-RESUMO2.
           MOVE TS-SEQ(W-SERIND)    TO SL-SEQ
           MOVE TS-DATA(W-SERIND)   TO SL-DATA
           MOVE TS-HORA(W-SERIND)   TO SL-HORA
           MOVE TS-MOTIVO(W-SERIND) TO SL-MOTIVO
           IF W-SERIND > 10
              COMPUTE W-SERLIN = W-SERIND - 6
              MOVE 42 TO W-SERCOL
           ELSE
              COMPUTE W-SERLIN = W-SERIND + 4
              MOVE 02 TO W-SERCOL.
           DISPLAY (W-SERLIN, W-SERCOL) SER-LIN
           GO TO SER-RESUMO1.
       SER-RESUMO2.
           MOVE SPACE TO W-OPCAO
           DISPLAY (23, 12) "PRESS ENTER TO CONTINUE"
           ACCEPT (23, 36) W-OPCAO
           DISPLAY TELA-ATEN.
       SER-RESUMO-FIM.
           EXIT.

      *
      *--[ CHECK WHETHER THE DIAGNOSIS'S SUGGESTED REFERRAL        ]----
      *--[ SPECIALITY MATCHES THE BOOKING DOCTOR'S                 ]----
           IF ALGPACI = SPACES
              GO TO ALLERGY-CHK-FIM.

      *    A FORMULARY DRUG IS MATCHED ON ITS GENERIC NAME - THE
      *    LABEL CARRIES THE STRENGTH, WHICH NO ALLERGY NOTE HAS
           IF W-NEWGENER NOT = SPACES
              MOVE W-NEWGENER TO W-ALGNOME
           ELSE
              MOVE W-NEWDROGA TO W-ALGNOME.
           MOVE 30 TO W-ALGLEN.
       ALLERGY-CHK-LEN.
           IF W-ALGLEN = 0
              GO TO ALLERGY-CHK-FIM.
           IF W-ALGNOME(W-ALGLEN:1) NOT = SPACE
              GO TO ALLERGY-CHK-SCAN.
           SUBTRACT 1 FROM W-ALGLEN
           GO TO ALLERGY-CHK-LEN.
       ALLERGY-CHK-SCAN.
           MOVE ZEROS TO W-ALGCNT
           INSPECT ALGPACI TALLYING W-ALGCNT
                   FOR ALL W-ALGNOME(1:W-ALGLEN)
           IF W-ALGCNT > 0
              MOVE "Y" TO W-ALGFLAG.
       ALLERGY-CHK-FIM.
           CLOSE CADFERIA.
           IF W-PRAVAIL = "Y"
              CLOSE CADPRICE.
           IF W-CDAVAIL = "Y"
              CLOSE CADCRED.
           IF W-DRAVAIL = "Y"
              CLOSE CADDROGA.
           IF W-UNAVAIL = "Y"
              CLOSE CADUNID.
           CLOSE CADTELE
           CLOSE CADSERIE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
