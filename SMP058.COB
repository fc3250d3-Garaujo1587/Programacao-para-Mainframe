                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

           SELECT CADRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERESUL
                    FILE STATUS  IS ST-ERRO5.

           SELECT CADCONVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CONV
                    FILE STATUS  IS ST-ERRO6.

           SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTOR
                    FILE STATUS  IS ST-ERRO7.

           SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSE
                    FILE STATUS  IS ST-ERRO8.

           SELECT CADLIBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELIBER
                    FILE STATUS  IS ST-ERRO9.

           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-COD
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS TU-DESCR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(85).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(77).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUL.DAT".
           COPY CPRESULR.

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

       FD CADLIBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBER.DAT".
           COPY CPLIBERR.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 RESULTTXT     PIC X(10) VALUE SPACES.
       01 CRITTXT       PIC X(10) VALUE SPACES.
       01 W-CHAVEALVO   PIC X(20) VALUE SPACES.
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-NEWEXAME    PIC X(30) VALUE SPACES.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-CAVAIL      PIC X(01) VALUE "N".
       01 W-AUAVAIL     PIC X(01) VALUE "N".
       01 W-EXIGE       PIC X(01) VALUE "N".
       01 W-AUOK        PIC X(01) VALUE "N".
       01 W-NEWGUIA     PIC X(20) VALUE SPACES.
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-CSAVAIL     PIC X(01) VALUE "N".
       01 W-CSTIPO      PIC X(01) VALUE SPACE.
       01 W-CSSIT       PIC X(01) VALUE SPACE.
       01 W-CONTRASTE   PIC X(01) VALUE "N".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 LIBTXT        PIC X(40) VALUE SPACES.
       01 W-LBCRMUF     PIC X(02) VALUE SPACES.
       01 W-LBCRM       PIC 9(06) VALUE ZEROS.
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 W-TUAVAIL     PIC X(01) VALUE "N".
       01 W-TUCOD       PIC 9(08) VALUE ZEROS.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  " PATIENT CPF:              NAME:".
           05  LINE 09  COLUMN 01
               VALUE  " SEQ:".
           05  LINE 10  COLUMN 01
               VALUE  " TUSS CODE:".
           05  LINE 10  COLUMN 24
               VALUE  "(ZERO = SEARCH BY DESCRIPTION)".
           05  LINE 11  COLUMN 01
               VALUE  " EXAM TYPE:".
           05  LINE 11  COLUMN 45
               VALUE  "WITH CONTRAST (Y/N):".
           05  LINE 13  COLUMN 01
               VALUE  " ORDERED ON:".
           05  LINE 13  COLUMN 30
               VALUE  "AUTHORIZATION:".
           05  LINE 15  COLUMN 01
               VALUE  " RESULT DATE:              RESULT (N/A):".
           05  LINE 17  COLUMN 01
               VALUE  " RESULT TEXT:".
           05  LINE 19  COLUMN 01
               VALUE  " PORTAL:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               LINE 09  COLUMN 07  PIC 9(02)
               USING  OR-SEQ
               HIGHLIGHT.
           05  TTUCOD
               LINE 10  COLUMN 13  PIC 9(08)
               USING  W-TUCOD
               HIGHLIGHT.
           05  TEXAME
               LINE 11  COLUMN 13  PIC X(30)
               USING  OR-EXAME
               HIGHLIGHT.
           05  TCONTR
               LINE 11  COLUMN 66  PIC X(01)
               USING  W-CONTRASTE
               HIGHLIGHT.
           05  TDATAPED
               LINE 13  COLUMN 14  PIC 9999/99/99
               USING  OR-DATAPED
               HIGHLIGHT.
           05  TGUIA
               LINE 13  COLUMN 45  PIC X(20)
               USING  OR-GUIA
               HIGHLIGHT.
           05  TDATARES
               LINE 15  COLUMN 15  PIC 9999/99/99
               USING  OR-DATARES
               LINE 15  COLUMN 45  PIC X(10)
               USING  RESULTTXT
               HIGHLIGHT.
           05  TTEXTO
               LINE 17  COLUMN 15  PIC X(60)
               USING  RS-TEXTO
               HIGHLIGHT.
           05  TCRITICO
               LINE 15  COLUMN 57  PIC X(10)
               USING  CRITTXT
               HIGHLIGHT.
           05  TLIBTXT
               LINE 19  COLUMN 10  PIC X(40)
               USING  LIBTXT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           ELSE
                 NEXT SENTENCE.

       R0C.
           OPEN I-O CADRESUL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT CADRESUL
                 CLOSE CADRESUL
                 MOVE "*** CADRESUL ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERROR IN OPENING THE CADRESUL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    NEITHER FILE EXISTS UNTIL THE FIRST AGREEMENT IS FLAGGED
      *    (SMP003) OR THE FIRST AUTHORIZATION KEYED (SMP101)
       R0D.
           MOVE "N" TO W-CAVAIL W-AUAVAIL
           OPEN INPUT CADCONVA
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-CAVAIL.
           OPEN I-O CADAUTOR
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-AUAVAIL.

      *    NO CONSENT FILE UNTIL THE FIRST TERM IS KEYED IN SMP111 -
      *    NO CONTRAST EXAM CAN BE ORDERED UNTIL THEN
       R0E.
           MOVE "N" TO W-CSAVAIL
           OPEN INPUT CADCONSE
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-CSAVAIL.

       R0F.
           OPEN I-O CADLIBER
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30"
                 OPEN OUTPUT CADLIBER
                 CLOSE CADLIBER
                 MOVE "*** CADLIBER ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0F
              ELSE
                 MOVE "ERROR IN OPENING THE CADLIBER FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    NO PROCEDURE CATALOG UNTIL THE FIRST ITEM IS KEYED IN
      *    SMP158 - UNTIL THEN THE EXAM IS TYPED IN FREE
       R0G.
           MOVE "N" TO W-TUAVAIL
           OPEN INPUT CADTUSS
           IF ST-ERRO10 = "00"
              MOVE "Y" TO W-TUAVAIL.

       R1.
           MOVE SPACES TO CRMUF OF REGATEN PACNOME RESULTTXT LIBTXT
           MOVE SPACES TO OR-EXAME OR-RESULT RS-TEXTO CRITTXT OR-GUIA
           MOVE "N" TO W-CONTRASTE
           MOVE ZEROS TO CRM OF REGATEN DATACON HORACON CPF
           MOVE ZEROS TO OR-SEQ OR-DATAPED OR-DATARES W-TUCOD
           DISPLAY TELAORD.

       R2.
                  GO TO ROT-FIM.

           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE ZEROS TO CONVPACI
           MOVE CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"

       ACE-001.
                DISPLAY (23, 12)
              "N=NEW ORDER  L=LIST  R=RESULT  P=PORTAL  X=RETURN"
                ACCEPT (23, 62) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ORD-LIST.
                IF W-OPCAO = "R" OR "r"
                   GO TO RES-SEL.
                IF W-OPCAO = "P" OR "p"
                   GO TO LIB-SEL.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "n"
                   GO TO ACE-001.
                MOVE SPACES TO MENS

       ORD-002.
           MOVE SPACES TO OR-EXAME
           MOVE ZEROS TO W-TUCOD
           DISPLAY TEXAME
           IF W-TUAVAIL NOT = "Y"
              GO TO ORD-002L.

      *    AN EXAM IS ORDERED UNDER ITS CATALOG DESCRIPTION, SO THE
      *    MONTH-END RUN (SMP052) PRICES IT BY ITS TUSS CODE
       ORD-002C.
           ACCEPT TTUCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           IF W-TUCOD = ZEROS
              PERFORM TUSS-BUSCA THRU TUSS-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO ORD-002C
              ELSE
                 MOVE TU-COD TO W-TUCOD
                 DISPLAY TTUCOD.
           MOVE W-TUCOD TO TU-COD
           READ CADTUSS
           IF ST-ERRO10 NOT = "00"
              MOVE "*** TUSS CODE NOT IN THE CATALOG ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-002C.
           IF TU-SIT NOT = "A"
              MOVE "*** ITEM INACTIVE - NO LONGER ORDERED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-002C.
           MOVE TU-DESCR TO OR-EXAME
           DISPLAY TEXAME
           GO TO ORD-002A.

       ORD-002L.
           ACCEPT TEXAME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-002.

      *    A CONTRAST EXAM NEEDS THE PATIENT'S SIGNED, UNREVOKED AND
      *    UNEXPIRED CONTRAST CONSENT (CADCONSE, SMP111) BEFORE THE
      *    ORDER IS TAKEN
       ORD-002A.
           MOVE "N" TO W-CONTRASTE
           ACCEPT TCONTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORD-002.
           IF W-CONTRASTE = "y"
              MOVE "Y" TO W-CONTRASTE.
           IF W-CONTRASTE NOT = "Y" AND W-CONTRASTE NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-002A.
           IF W-CONTRASTE = "N"
              GO TO ORD-003.
           MOVE "C" TO W-CSTIPO
           PERFORM CONS-VERIFICA THRU CONS-VERIFICA-FIM
           IF W-CSSIT = "O"
              GO TO ORD-003.
           IF W-CSSIT = "R"
              MOVE "*** CONTRAST CONSENT REVOKED - SEE SMP111 ***"
                                                    TO MENS
           ELSE
              IF W-CSSIT = "V"
                 MOVE "*** CONTRAST CONSENT EXPIRED - SEE SMP111 ***"
                                                    TO MENS
              ELSE
                 MOVE "*** NO CONTRAST CONSENT SIGNED - SEE SMP111 ***"
                                                    TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ORD-002A.

      *    AGREEMENTS FLAGGED IN SMP003 ONLY PAY FOR EXAMS THE
      *    INSURER AUTHORIZED BEFOREHAND (CADAUTOR, SMP101)
       ORD-003.
           MOVE SPACES TO OR-GUIA
           PERFORM AUT-EXIGE THRU AUT-EXIGE-FIM
           IF W-EXIGE NOT = "Y"
              GO TO ORD-OPC.
           ACCEPT TGUIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORD-002A.
           PERFORM AUT-VALIDA THRU AUT-VALIDA-FIM
           IF W-AUOK NOT = "Y"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-003.

       ORD-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".

       ORD-WR1.
                MOVE OR-EXAME TO W-NEWEXAME
                MOVE OR-GUIA TO W-NEWGUIA
                PERFORM ORD-SEQ THRU ORD-SEQ-FIM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-NEWEXAME TO OR-EXAME
                MOVE W-NEWGUIA TO OR-GUIA
                MOVE CPF TO OR-CPF
                MOVE CRMUF OF REGATEN TO OR-CRMUF
                MOVE CRM OF REGATEN TO OR-CRM
                MOVE SPACES TO OR-RESULT
                WRITE REGORDER
                IF ST-ERRO4 = "00" OR "02"
                      PERFORM AUT-CONSOME THRU AUT-CONSOME-FIM
                      MOVE "*** EXAM ORDER RECORDED ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.

           PERFORM RES-LETXT THRU RES-LETXT-FIM
           PERFORM RES-TXT THRU RES-TXT-FIM
           PERFORM LIB-TXT THRU LIB-TXT-FIM
           PERFORM TUSS-LE THRU TUSS-LE-FIM
           DISPLAY TELAORD
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           PERFORM RES-LETXT THRU RES-LETXT-FIM
           PERFORM RES-TXT THRU RES-TXT-FIM
           PERFORM LIB-TXT THRU LIB-TXT-FIM
           PERFORM TUSS-LE THRU TUSS-LE-FIM
           DISPLAY TELAORD
           IF OR-DATARES NOT = ZEROS
              MOVE "Y" TO W-OPCAO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RES-001.

       RES-002.
           ACCEPT TTEXTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 GO TO RES-001.

       RES-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "RECORD RESULT (Y/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO RES-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RESULT NOT RECORDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY TRESULTTXT
                REWRITE REGORDER
                IF ST-ERRO4 = "00" OR "02"
                   PERFORM RES-GRTXT THRU RES-GRTXT-FIM
                   PERFORM LIB-APAGA THRU LIB-APAGA-FIM
                   PERFORM LIB-TXT THRU LIB-TXT-FIM
                   DISPLAY TLIBTXT
                   MOVE "*** RESULT RECORDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       RES-TXT-FIM.
           EXIT.

      *--------[ RESULT TEXT OF THE ORDER, KEPT BESIDE IT ON CADRESUL ]-
       RES-LETXT.
           MOVE CHAVEORDER TO CHAVERESUL
           READ CADRESUL
           IF ST-ERRO5 NOT = "00"
              MOVE SPACES TO RS-TEXTO RS-CRITICO.
           IF RS-CRITICO = "Y"
              MOVE "CRITICAL" TO CRITTXT
           ELSE
              MOVE SPACES TO CRITTXT.
       RES-LETXT-FIM.
           EXIT.

      *--------[ A RESULT KEYED BY HAND REPLACES ANY LAB TEXT ]---------
       RES-GRTXT.
           MOVE CHAVEORDER TO CHAVERESUL
           MOVE "N" TO RS-CRITICO
           MOVE "M" TO RS-ORIGEM
           MOVE W-HOJE TO RS-DATAIMP
           MOVE SPACES TO CRITTXT
           DISPLAY TCRITICO
           WRITE REGRESUL
           IF ST-ERRO5 = "22"
              REWRITE REGRESUL.
       RES-GRTXT-FIM.
           EXIT.

      *--------[ RELEASE A RESULT TO THE PATIENT PORTAL (SMP146) ]------
      *    ONLY THE DOCTOR WHO ORDERED THE EXAM MAY RELEASE ITS RESULT,
      *    BY KEYING THE ORDERING UF AND CRM. A RELEASE ALREADY IN
      *    FORCE MAY BE WITHDRAWN THE SAME WAY
       LIB-SEL.
           MOVE ZEROS TO OR-SEQ
           DISPLAY (23, 12) "ENTER ORDER SEQ TO RELEASE : "
           ACCEPT (23, 42) TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 GO TO ACE-001.

           MOVE CHAVEATEN TO W-CHAVEALVO
           MOVE W-CHAVEALVO TO OR-CHAVEATEN
           READ CADORDER KEY IS CHAVEORDER
           IF ST-ERRO4 = "23"
                 MOVE "*** ORDER NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR READING CADORDER FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           PERFORM RES-LETXT THRU RES-LETXT-FIM
           PERFORM RES-TXT THRU RES-TXT-FIM
           PERFORM LIB-TXT THRU LIB-TXT-FIM
           PERFORM TUSS-LE THRU TUSS-LE-FIM
           DISPLAY TELAORD
           IF OR-DATARES = ZEROS
                 MOVE "*** NO RESULT TO RELEASE YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.

       LIB-001.
           MOVE SPACES TO W-LBCRMUF
           MOVE ZEROS TO W-LBCRM
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "ORDERING DOCTOR UF:      CRM:"
           ACCEPT (23, 32) W-LBCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 GO TO ACE-001.
           ACCEPT (23, 42) W-LBCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 GO TO LIB-001.
           DISPLAY (23, 12) LIMPA
           IF W-LBCRMUF NOT = OR-CRMUF OR W-LBCRM NOT = OR-CRM
              MOVE "*** ONLY THE ORDERING DOCTOR MAY RELEASE IT ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.

           MOVE CHAVEORDER TO CHAVELIBER
           READ CADLIBER
           IF ST-ERRO9 = "00" AND LB-DATARES = OR-DATARES
              GO TO LIB-RETIRA.

       LIB-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "RELEASE TO PORTAL (Y/N) : ".
                ACCEPT (23, 66) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO LIB-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** RESULT NOT RELEASED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-OPC.

       LIB-WR1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE CHAVEORDER TO CHAVELIBER
                MOVE W-LBCRMUF TO LB-CRMUF
                MOVE W-LBCRM TO LB-CRM
                MOVE OR-DATARES TO LB-DATARES
                MOVE W-HOJE TO LB-DATALIB
                WRITE REGLIBER
                IF ST-ERRO9 = "22"
                   REWRITE REGLIBER.
                IF ST-ERRO9 = "00" OR "02"
                   PERFORM LIB-TXT THRU LIB-TXT-FIM
                   DISPLAY TLIBTXT
                   MOVE "*** RESULT RELEASED TO THE PORTAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "ERROR RECORDING THE RELEASE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       LIB-RETIRA.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 12) "ALREADY RELEASED - WITHDRAW (Y/N) : "
                ACCEPT (23, 49) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ACE-001.
                IF W-OPCAO NOT = "Y" AND "y"
                   GO TO ACE-001.
                DELETE CADLIBER RECORD
                PERFORM LIB-TXT THRU LIB-TXT-FIM
                DISPLAY TLIBTXT
                MOVE "*** RELEASE WITHDRAWN ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

      *--------[ A NEW RESULT MUST BE RELEASED AGAIN ]-----------------
       LIB-APAGA.
           MOVE CHAVEORDER TO CHAVELIBER
           READ CADLIBER
           IF ST-ERRO9 = "00"
              DELETE CADLIBER RECORD.
       LIB-APAGA-FIM.
           EXIT.

      *--------[ PORTAL RELEASE STATE OF THE ORDER ON SCREEN ]----------
       LIB-TXT.
           MOVE "NOT RELEASED" TO LIBTXT
           IF OR-DATARES = ZEROS
              MOVE "NO RESULT YET" TO LIBTXT
              GO TO LIB-TXT-FIM.
           MOVE CHAVEORDER TO CHAVELIBER
           READ CADLIBER
           IF ST-ERRO9 NOT = "00"
              GO TO LIB-TXT-FIM.
           IF LB-DATARES NOT = OR-DATARES
              MOVE "NOT RELEASED - RESULT CHANGED SINCE" TO LIBTXT
              GO TO LIB-TXT-FIM.
           MOVE "RELEASED BY THE ORDERING DOCTOR" TO LIBTXT.
       LIB-TXT-FIM.
           EXIT.

      *--------[ W-EXIGE = Y WHEN THE PATIENT'S AGREEMENT IS ]----------
      *--------[ FLAGGED TO NEED AN AUTHORIZATION FOR EXAMS  ]----------
       AUT-EXIGE.
           MOVE "N" TO W-EXIGE
           IF W-CAVAIL NOT = "Y" OR CONVPACI = ZEROS
              GO TO AUT-EXIGE-FIM.
           MOVE CONVPACI TO CA-CONV
           READ CADCONVA
           IF ST-ERRO6 = "00" AND CA-EXAME = "Y"
              MOVE "Y" TO W-EXIGE.
       AUT-EXIGE-FIM.
           EXIT.

      *--------[ THE NUMBER KEYED MUST BE AN ACTIVE EXAM ]--------------
      *--------[ AUTHORIZATION FOR THIS PATIENT, IN FORCE ]-------------
      *--------[ TODAY, WITH QUANTITY STILL UNUSED        ]-------------
       AUT-VALIDA.
           MOVE "N" TO W-AUOK
           IF OR-GUIA = SPACES
              MOVE "*** AGREEMENT REQUIRES PRIOR AUTHORIZATION ***"
                                                    TO MENS
              GO TO AUT-VALIDA-FIM.
           IF W-AUAVAIL NOT = "Y"
              MOVE "*** AUTHORIZATION NOT ON FILE ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           MOVE CONVPACI TO AU-CONV
           MOVE CPF TO AU-CPF
           MOVE OR-GUIA TO AU-SENHA
           READ CADAUTOR
           IF ST-ERRO7 NOT = "00"
              MOVE "*** AUTHORIZATION NOT ON FILE ***" TO MENS
              GO TO AUT-VALIDA-FIM.
           IF AU-TIPO NOT = "E"
              MOVE "*** AUTHORIZATION DOES NOT COVER EXAMS ***"
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

      *--------[ ONE MORE ORDER COUNTED AGAINST THE AUTHORIZATION ]-----
       AUT-CONSOME.
           IF OR-GUIA = SPACES OR W-AUAVAIL NOT = "Y"
              GO TO AUT-CONSOME-FIM.
           MOVE CONVPACI TO AU-CONV
           MOVE OR-CPF TO AU-CPF
           MOVE OR-GUIA TO AU-SENHA
           READ CADAUTOR
           IF ST-ERRO7 = "00"
              ADD 1 TO AU-QTDUSADA
              REWRITE REGAUTOR.
       AUT-CONSOME-FIM.
           EXIT.

      *--------[ W-CSSIT FOR CPF + W-CSTIPO: O = VALID ]-------------
      *--------[ M = MISSING  R = REVOKED  V = EXPIRED    ]-------------
       CONS-VERIFICA.
           MOVE "M" TO W-CSSIT
           IF W-CSAVAIL NOT = "Y"
              GO TO CONS-VERIFICA-FIM.
           MOVE CPF TO CS-CPF
           MOVE W-CSTIPO TO CS-TIPO
           READ CADCONSE
           IF ST-ERRO8 NOT = "00"
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

      *--------[ TUSS CODE OF THE ORDER ON SCREEN - ZERO WHEN THE ]-----
      *--------[ EXAM WAS TYPED IN FREE, NOT PICKED FROM CADTUSS  ]-----
       TUSS-LE.
           MOVE ZEROS TO W-TUCOD
           IF W-TUAVAIL NOT = "Y"
              GO TO TUSS-LE-FIM.
           MOVE OR-EXAME TO TU-DESCR
           READ CADTUSS KEY IS TU-DESCR
           IF ST-ERRO10 = "00"
              MOVE TU-COD TO W-TUCOD.
       TUSS-LE-FIM.
           EXIT.

      *--[ FIND THE EXAM BY (PARTIAL) DESCRIPTION WHEN THE TUSS ]------
      *--[ CODE IS NOT AT HAND. ONLY ACTIVE ITEMS ARE OFFERED;   ]------
      *--[ SELECTING A MATCH LEAVES IT IN REGTUSS                ]------
       TUSS-BUSCA.
           MOVE "N" TO W-BUSACHOU
           MOVE SPACES TO W-BUSNOME
           DISPLAY (20, 02) "SEARCH BY DESCRIPTION : "
           ACCEPT (20, 26) W-BUSNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-BUSNOME = SPACES
              GO TO TUSS-BUSCA-LIMPA.

           MOVE 30 TO W-BUSLEN.
       TUSS-BUSCA-LEN.
           IF W-BUSNOME(W-BUSLEN:1) = SPACE
              SUBTRACT 1 FROM W-BUSLEN
              GO TO TUSS-BUSCA-LEN.

           MOVE W-BUSNOME TO TU-DESCR
           START CADTUSS KEY IS NOT LESS TU-DESCR INVALID KEY
                 MOVE "*** NO EXAM WITH THAT DESCRIPTION ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TUSS-BUSCA-LIMPA.
       TUSS-BUSCA1.
           READ CADTUSS NEXT
           IF ST-ERRO10 NOT = "00"
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TUSS-BUSCA-LIMPA.
           IF TU-DESCR(1:W-BUSLEN) NOT = W-BUSNOME(1:W-BUSLEN)
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TUSS-BUSCA-LIMPA.
           IF TU-SIT NOT = "A"
              GO TO TUSS-BUSCA1.

           DISPLAY (20, 02) LIMPA
           DISPLAY (20, 02) TU-COD
           DISPLAY (20, 12) TU-DESCR
           DISPLAY (21, 02) "S=SELECT   ENTER=NEXT   X=CANCEL"
           ACCEPT (21, 36) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TUSS-BUSCA-LIMPA.
           IF W-OPCAO = "X" OR "x"
              GO TO TUSS-BUSCA-LIMPA.
           IF W-OPCAO = "S" OR "s"
              MOVE "Y" TO W-BUSACHOU
              GO TO TUSS-BUSCA-LIMPA.
           GO TO TUSS-BUSCA1.
       TUSS-BUSCA-LIMPA.
           DISPLAY (20, 02) LIMPA
           DISPLAY (21, 02) LIMPA.
       TUSS-BUSCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEN
           CLOSE CADPACI
           CLOSE CADMED
           CLOSE CADORDER
           CLOSE CADRESUL
           CLOSE CADLIBER.
           IF W-CAVAIL = "Y"
              CLOSE CADCONVA.
           IF W-AUAVAIL = "Y"
              CLOSE CADAUTOR.
           IF W-CSAVAIL = "Y"
              CLOSE CADCONSE.
           IF W-TUAVAIL = "Y"
              CLOSE CADTUSS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
