                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO6.

           SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE OF REGVEHI
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADATEN
               LABEL RECORD IS STANDARD
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADCHKIN
               LABEL RECORD IS STANDARD
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADWAIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-OPERID      PIC X(08) VALUE SPACES.
       01 W-SENHA       PIC X(16) VALUE SPACES.
       01 W-SALT        PIC X(08) VALUE SPACES.
       01 W-HASH        PIC X(36) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-CHKAVAIL    PIC X(01) VALUE "N".
       01 W-TRPAVAIL    PIC X(01) VALUE "N".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-VEAVAIL     PIC X(01) VALUE "N".
       01 W-UNIDASH     PIC 9(02) VALUE 01.
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.

       01 C-BOOKED      PIC 9(05) VALUE ZEROS.
       01 C-KEPT        PIC 9(05) VALUE ZEROS.
               USING  W-OPERID
               HIGHLIGHT.
           05  TSENHA
               LINE 12  COLUMN 34  PIC X(16)
               USING  W-SENHA
               HIGHLIGHT.

               VALUE  "------------------[ DAILY OPERATIONS DAS".
           05  LINE 02  COLUMN 41
               VALUE  "HBOARD ]--------------------------------".
           05  LINE 04  COLUMN 03
               VALUE  "UNIT (00 = ALL UNITS) .:".
           05  LINE 05  COLUMN 03
               VALUE  "TODAY'S BOOKINGS ......:".
           05  LINE 06  COLUMN 03
               VALUE  "VEHICLES OUT ..........:".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TUNIDASH
               LINE 04  COLUMN 33  PIC 9(02)
               USING  W-UNIDASH
               HIGHLIGHT.
           05  LINE 05  COLUMN 29  PIC ZZ.ZZ9 FROM E-BOOKED.
           05  LINE 06  COLUMN 29  PIC ZZ.ZZ9 FROM E-KEPT.
           05  LINE 07  COLUMN 29  PIC ZZ.ZZ9 FROM E-CANC.
              MOVE "*** ACCOUNT LOCKED - CONTACT ADMIN ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF PWDVERS NOT = "2"
              MOVE "*** PASSWORD MUST BE REISSUED - RUN SMP051 ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE PWDSALT TO W-SALT
           CALL "SMPHASH" USING W-SALT W-SENHA W-HASH
           CANCEL "SMPHASH"
           IF W-HASH NOT = PWDHASH
              MOVE "*** INVALID PASSWORD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF PWDTROCA = "Y"
              MOVE "*** SET A NEW PASSWORD AT THE MENU LOGIN FIRST ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF CLASSE = "R" OR CLASSE = "C"
              MOVE "*** ADMIN (CLASS 3) OPERATORS ONLY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
      *    THE COUNTS OPEN ON THE OPERATOR'S OWN UNIT
           MOVE UNIOPER TO W-UNIDASH
           IF W-UNIDASH NOT NUMERIC OR W-UNIDASH = ZEROS
              MOVE 01 TO W-UNIDASH.
           CLOSE CADOPER.

       R0A.
           OPEN INPUT VEHTRIP
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-TRPAVAIL.
      *    A VEHICLE'S UNIT IS ON ITS REGISTRATION
           MOVE "N" TO W-VEAVAIL
           OPEN INPUT VEHREG
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-VEAVAIL.

       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELADASH.

       R2.
           DISPLAY (23, 12) "R=REFRESH   U=UNIT   X=EXIT"
           ACCEPT (23, 42) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
              GO TO ROT-FIM.
           IF W-OPCAO = "R" OR "r"
              GO TO R1.
           IF W-OPCAO = "U" OR "u"
              DISPLAY (23, 12) LIMPA
              ACCEPT TUNIDASH
              GO TO R1.
           GO TO R2.

      *------[ ONE PASS OVER EACH LIVE FILE REBUILDS THE COUNTS ]-------
              GO TO CONTA-CHK.
           IF DATACON NOT = W-HOJE
              GO TO CONTA-AT1.
           MOVE UNIATEN TO W-UNIREG
           PERFORM UNI-FILTRO THRU UNI-FILTRO-FIM
           IF W-UNIREG NOT = W-UNIDASH
              GO TO CONTA-AT1.
           ADD 1 TO C-BOOKED
           IF OUTCOME = "A"
              ADD 1 TO C-KEPT
           READ CADCHKIN NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CONTA-QTO.
           IF CK-DATA NOT = W-HOJE
              GO TO CONTA-CHK1.
      *    THE CHECK-IN IS AT THE UNIT OF ITS BOOKING
           MOVE CK-CHAVEATEN TO CHAVEATEN
           READ CADATEN
           IF ST-ERRO2 = "00"
              MOVE UNIATEN TO W-UNIREG
           ELSE
              MOVE ZEROS TO W-UNIREG.
           PERFORM UNI-FILTRO THRU UNI-FILTRO-FIM
           IF W-UNIREG = W-UNIDASH
              ADD 1 TO C-CHKIN.
           GO TO CONTA-CHK1.

           READ CADQUARTO NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CONTA-WAIT.
           MOVE UNIQ TO W-UNIREG
           PERFORM UNI-FILTRO THRU UNI-FILTRO-FIM
           IF W-UNIREG NOT = W-UNIDASH
              GO TO CONTA-QTO1.
           IF CPFQ = ZEROS
              ADD 1 TO C-QFREE
           ELSE
           READ VEHTRIP NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO CONTA-FIM.
           IF RETDATA NOT = ZEROS
              GO TO CONTA-TRIP1.
           MOVE ZEROS TO W-UNIREG
           IF W-VEAVAIL = "Y"
              MOVE PLATE OF REGTRIP TO PLATE OF REGVEHI
              READ VEHREG
              IF ST-ERRO7 = "00"
                 MOVE UNIDV TO W-UNIREG.
           PERFORM UNI-FILTRO THRU UNI-FILTRO-FIM
           IF W-UNIREG = W-UNIDASH
              ADD 1 TO C-VEHOUT.
           GO TO CONTA-TRIP1.
       CONTA-FIM.
           EXIT.

      *------[ UNIT OF THE RECORD IN W-UNIREG - NONE IS UNIT 01. ]------
      *------[ ON THE ALL-UNITS VIEW EVERY RECORD COUNTS         ]------
       UNI-FILTRO.
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIDASH = ZEROS
              MOVE ZEROS TO W-UNIREG.
       UNI-FILTRO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADATEN CADQUARTO CADWAIT.
           IF W-CHKAVAIL = "Y"
              CLOSE CADCHKIN.
           IF W-TRPAVAIL = "Y"
              CLOSE VEHTRIP.
           IF W-VEAVAIL = "Y"
              CLOSE VEHREG.
       ROT-FIM2.
           STOP RUN.

