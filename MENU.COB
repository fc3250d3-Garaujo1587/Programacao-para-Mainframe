       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADSESLOG
               LABEL RECORD IS STANDARD
          03 W-HORA-MM PIC 9(02).
          03 W-HORA-SS PIC 9(02).
          03 W-HORA-CC PIC 9(02).
       01 W-HORAN REDEFINES W-HORA PIC 9(08).
       01 W-OPCAO      PIC 9(02) VALUE ZEROS.
       77 W-CONT2       PIC 9(06) VALUE ZEROS.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 W-ACT        PIC 9(02) VALUE ZEROS.
       01 W-OPERID     PIC X(08) VALUE SPACES.
       01 W-SENHA      PIC X(16) VALUE SPACES.
       01 W-CLASSE-OPER PIC X(01) VALUE SPACES.
       01 W-RANK-OPER  PIC 9(01) VALUE ZEROS.
       01 MENS         PIC X(50) VALUE SPACES.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       01 W-DIASPWD     PIC 9(07) VALUE ZEROS.
       01 W-PWDAGE      PIC S9(07) VALUE ZEROS.
       01 W-NEWSENHA    PIC X(16) VALUE SPACES.
       01 W-NEWSENHA-R REDEFINES W-NEWSENHA.
          03 W-NSCAR    PIC X(01) OCCURS 16 TIMES.
       01 W-NEWSENHA2   PIC X(16) VALUE SPACES.

      *----[ PASSWORD HASHING AND THE RULES FOR A NEW PASSWORD ]--------
       77 W-PWDMINTAM   PIC 9(02) VALUE 8.
       01 W-SALT        PIC X(08) VALUE SPACES.
       01 W-SALTN       PIC 9(08) VALUE ZEROS.
       01 W-SALTW       PIC 9(15) VALUE ZEROS.
       01 W-SALTQ       PIC 9(15) VALUE ZEROS.
       01 W-HSENHA      PIC X(16) VALUE SPACES.
       01 W-HASH        PIC X(36) VALUE SPACES.
       01 W-PWDIND      PIC 9(02) VALUE ZEROS.
       01 W-PWDTAM      PIC 9(02) VALUE ZEROS.
       01 W-PWDLETRA    PIC X(01) VALUE "N".
       01 W-PWDDIGITO   PIC X(01) VALUE "N".
       01 W-PWDERRO     PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       01 TAB-PROGR-R.
               USING  W-OPERID
               HIGHLIGHT.
           05  TSENHA
               LINE 12  COLUMN 34  PIC X(16)
               USING  W-SENHA
               HIGHLIGHT.
      *-----------------------------------------------------------------
           05  LINE 02  COLUMN 41
               VALUE  "STEM".
           05  LINE 08  COLUMN 10
               VALUE  "*** YOUR PASSWORD HAS EXPIRED OR WAS RE".
           05  LINE 08  COLUMN 49
               VALUE  "SET - SET A NEW ONE ***".
           05  LINE 16  COLUMN 20
               VALUE  "AT LEAST 8 CHARACTERS, WITH LETTERS AND".
           05  LINE 17  COLUMN 20
               VALUE  "DIGITS, NO SPACES, NOT THE OPERATOR ID ".
           05  LINE 18  COLUMN 20
               VALUE  "AND NONE OF THE LAST FIVE PASSWORDS".
           05  LINE 11  COLUMN 20
               VALUE  "NEW PASSWORD     :".
           05  LINE 13  COLUMN 20
               VALUE  "CONFIRM PASSWORD :".
           05  TNEWSENHA
               LINE 11  COLUMN 40  PIC X(16)
               USING  W-NEWSENHA
               HIGHLIGHT.
           05  TNEWSENHA2
               LINE 13  COLUMN 40  PIC X(16)
               USING  W-NEWSENHA2
               HIGHLIGHT.
      *-----------------------------------------------------------------
                 GO TO Rfim1.
           GO TO LOGIN-001.

      *---[ FIRST RUN - SEED A DEFAULT ADMIN OPERATOR, WHOSE ]---------
      *---[ PASSWORD MUST BE CHANGED AT THE FIRST LOGIN        ]--------
       LOGIN-SEED.
           OPEN OUTPUT CADOPER
           MOVE SPACES TO REGOPER
           MOVE "ADMIN"   TO OPERID
           MOVE "A"       TO CLASSE
           MOVE ZEROS     TO FAILCOUNT
           MOVE "N"       TO LOCKFLAG
           MOVE "Y"       TO PWDTROCA
           PERFORM PWD-SALT THRU PWD-SALT-FIM
           MOVE W-SALT    TO PWDSALT
           MOVE "ADMIN"   TO W-HSENHA
           PERFORM PWD-HASH THRU PWD-HASH-FIM
           MOVE W-HASH    TO PWDHASH
           MOVE "2"       TO PWDVERS
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO LASTPWD-DATE
           WRITE REGOPER
                 MOVE "*** ACCOUNT LOCKED - CONTACT ADMIN ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO LOGIN-001.
           IF PWDVERS NOT = "2"
                 MOVE "*** PASSWORD MUST BE REISSUED - ASK ADMIN ***"
                                                            TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO LOGIN-001.
           MOVE PWDSALT TO W-SALT
           MOVE W-SENHA TO W-HSENHA
           PERFORM PWD-HASH THRU PWD-HASH-FIM
           IF W-HASH NOT = PWDHASH
                 ADD 1 TO FAILCOUNT
                 IF FAILCOUNT NOT < W-MAXFAIL
                    MOVE "Y" TO LOCKFLAG
                 REWRITE REGOPER.

           PERFORM PWD-AGE-CALC THRU PWD-AGE-CALC-FIM
           IF W-PWDAGE > W-PWDMAXAGE OR PWDTROCA = "Y"
                 PERFORM CHPWD-001 THRU CHPWD-001-FIM.

           MOVE "L" TO SL-TIPO
           EXIT.

      *---[ FORCED PASSWORD CHANGE WHEN THE CURRENT ONE EXPIRES ]------
      *---[ OR WAS RESET/CONVERTED (PWDTROCA = Y)               ]------
       CHPWD-001.
           MOVE SPACES TO W-NEWSENHA W-NEWSENHA2
           DISPLAY TELACHPWD.
                 MOVE "*** ENTER THE NEW PASSWORD ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO CHPWD-002.
           PERFORM CHPWD-REGRA THRU CHPWD-REGRA-FIM
           IF W-PWDERRO = "Y"
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO CHPWD-001.

           ACCEPT TNEWSENHA2
           IF W-NEWSENHA2 NOT = W-NEWSENHA
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO CHPWD-001.

           PERFORM CHPWD-HIST THRU CHPWD-HIST-FIM
           IF W-PWDERRO = "Y"
                 MOVE "*** PASSWORD USED BEFORE - CHOOSE ANOTHER ***"
                                                            TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO CHPWD-001.

      *    THE PASSWORD BEING REPLACED GOES TO THE TOP OF THE
      *    HISTORY AND THE OLDEST ONE DROPS OFF
           MOVE PWDHIST(4) TO PWDHIST(5)
           MOVE PWDHIST(3) TO PWDHIST(4)
           MOVE PWDHIST(2) TO PWDHIST(3)
           MOVE PWDHIST(1) TO PWDHIST(2)
           MOVE PWDSALT TO PWDHSALT(1)
           MOVE PWDHASH TO PWDHHASH(1)
           PERFORM PWD-SALT THRU PWD-SALT-FIM
           MOVE W-SALT TO PWDSALT
           MOVE W-NEWSENHA TO W-HSENHA
           PERFORM PWD-HASH THRU PWD-HASH-FIM
           MOVE W-HASH TO PWDHASH
           MOVE "2" TO PWDVERS
           MOVE "N" TO PWDTROCA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO LASTPWD-DATE
           MOVE ZEROS TO FAILCOUNT
           REWRITE REGOPER
       CHPWD-001-FIM.
           EXIT.

      *---[ LENGTH AND COMPLEXITY OF THE NEW PASSWORD - W-PWDERRO ]----
      *---[ COMES BACK Y WITH THE REASON IN MENS                  ]----
       CHPWD-REGRA.
           MOVE "N" TO W-PWDERRO W-PWDLETRA W-PWDDIGITO
           MOVE ZEROS TO W-PWDTAM
           MOVE 1 TO W-PWDIND.
       CHPWD-REGRA1.
           IF W-PWDIND > 16
              GO TO CHPWD-REGRA2.
           IF W-NSCAR(W-PWDIND) NOT = SPACE
              MOVE W-PWDIND TO W-PWDTAM.
           IF W-NSCAR(W-PWDIND) IS NUMERIC
              MOVE "Y" TO W-PWDDIGITO.
           IF W-NSCAR(W-PWDIND) IS ALPHABETIC
                                AND W-NSCAR(W-PWDIND) NOT = SPACE
              MOVE "Y" TO W-PWDLETRA.
           ADD 1 TO W-PWDIND
           GO TO CHPWD-REGRA1.
       CHPWD-REGRA2.
           IF W-PWDTAM < W-PWDMINTAM
              MOVE "*** AT LEAST 8 CHARACTERS ***" TO MENS
              MOVE "Y" TO W-PWDERRO
              GO TO CHPWD-REGRA-FIM.
           MOVE 1 TO W-PWDIND.
       CHPWD-REGRA3.
           IF W-PWDIND NOT < W-PWDTAM
              GO TO CHPWD-REGRA4.
           IF W-NSCAR(W-PWDIND) = SPACE
              MOVE "*** NO SPACES IN THE PASSWORD ***" TO MENS
              MOVE "Y" TO W-PWDERRO
              GO TO CHPWD-REGRA-FIM.
           ADD 1 TO W-PWDIND
           GO TO CHPWD-REGRA3.
       CHPWD-REGRA4.
           IF W-PWDLETRA NOT = "Y" OR W-PWDDIGITO NOT = "Y"
              MOVE "*** USE BOTH LETTERS AND DIGITS ***" TO MENS
              MOVE "Y" TO W-PWDERRO
              GO TO CHPWD-REGRA-FIM.
           IF W-NEWSENHA = OPERID
              MOVE "*** THE PASSWORD CANNOT BE THE OPERATOR ID ***"
                                                         TO MENS
              MOVE "Y" TO W-PWDERRO.
       CHPWD-REGRA-FIM.
           EXIT.

      *---[ THE NEW PASSWORD MAY NOT BE THE CURRENT ONE NOR ANY ]------
      *---[ IN THE HISTORY - EACH IS HASHED WITH ITS OWN SALT   ]------
       CHPWD-HIST.
           MOVE "N" TO W-PWDERRO
           MOVE W-NEWSENHA TO W-HSENHA
           MOVE PWDSALT TO W-SALT
           PERFORM PWD-HASH THRU PWD-HASH-FIM
           IF W-HASH = PWDHASH
              MOVE "Y" TO W-PWDERRO
              GO TO CHPWD-HIST-FIM.
           MOVE 1 TO W-PWDIND.
       CHPWD-HIST1.
           IF W-PWDIND > 5
              GO TO CHPWD-HIST-FIM.
           IF PWDHHASH(W-PWDIND) NOT = SPACES
              MOVE PWDHSALT(W-PWDIND) TO W-SALT
              PERFORM PWD-HASH THRU PWD-HASH-FIM
              IF W-HASH = PWDHHASH(W-PWDIND)
                 MOVE "Y" TO W-PWDERRO
                 GO TO CHPWD-HIST-FIM.
           ADD 1 TO W-PWDIND
           GO TO CHPWD-HIST1.
       CHPWD-HIST-FIM.
           EXIT.

      *---[ ONE-WAY HASH OF W-HSENHA UNDER W-SALT INTO W-HASH ]--------
       PWD-HASH.
           CALL "SMPHASH" USING W-SALT W-HSENHA W-HASH.
           CANCEL "SMPHASH".
       PWD-HASH-FIM.
           EXIT.

      *---[ A FRESH SALT FROM THE DATE AND TIME OF THE CHANGE ]--------
       PWD-SALT.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           COMPUTE W-SALTW = W-HOJEN * 7919 + W-HORAN
           DIVIDE W-SALTW BY 99999989 GIVING W-SALTQ
                                      REMAINDER W-SALTN
           MOVE W-SALTN TO W-SALT.
       PWD-SALT-FIM.
           EXIT.

      *--------[ APPENDS ONE EVENT TO THE SHARED SESSION LOG ]---------
      *    CALLER MUST HAVE SET SL-TIPO/SL-OPCAO/SL-PROGR FIRST.
       SESLOG-WRITE.
