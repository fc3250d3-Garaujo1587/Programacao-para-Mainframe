      **************************************************
      *   OPERATOR ACCOUNT ADMINISTRATION (CADOPER)     *
      *   CLASS-3 ONLY: ADD OPERATORS, CHANGE CLASS,    *
      *   RESET PASSWORDS (STORED HASHED AND FLAGGED    *
      *   PWDTROCA SO MENU'S TELACHPWD PROMPTS AT NEXT  *
      *   LOGIN), CLEAR LOCKFLAG/FAILCOUNT AND SET THE  *
      *   OPERATOR'S HOME                               *
      *   UNIT - EVERY ACTION GOES TO THE SHARED        *
      *   SESSION LOG                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY CPOPERR.

       FD CADSESLOG
               LABEL RECORD IS STANDARD
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-SL    PIC X(02) VALUE "00".
       01 W-ADMID       PIC X(08) VALUE SPACES.
       01 W-ADMSENHA    PIC X(16) VALUE SPACES.
       01 W-ALVOID      PIC X(08) VALUE SPACES.
       01 W-NOVASENHA   PIC X(16) VALUE SPACES.
       01 W-NOVACLASSE  PIC X(01) VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "N".
       01 W-ACAO        PIC 9(02) VALUE ZEROS.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).
       01 W-HORAN REDEFINES W-HORA PIC 9(08).

      *----[ PASSWORD HASHING - SEE SMPHASH ]---------------------------
       01 W-SALT        PIC X(08) VALUE SPACES.
       01 W-SALTN       PIC 9(08) VALUE ZEROS.
       01 W-SALTW       PIC 9(15) VALUE ZEROS.
       01 W-SALTQ       PIC 9(15) VALUE ZEROS.
       01 W-HASH        PIC X(36) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               USING  W-ADMID
               HIGHLIGHT.
           05  TADMSENHA
               LINE 12  COLUMN 34  PIC X(16)
               USING  W-ADMSENHA
               HIGHLIGHT.

               VALUE  " FAILED ATTEMPTS:         LOCKED:".
           05  LINE 11  COLUMN 01
               VALUE  " LAST PASSWORD CHANGE:".
           05  LINE 13  COLUMN 01
               VALUE  " HOME UNIT:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               LINE 11  COLUMN 24  PIC 9999/99/99
               USING  LASTPWD-DATE
               HIGHLIGHT.
           05  TUNIOPER
               LINE 13  COLUMN 13  PIC 9(02)
               USING  UNIOPER
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE "*** ACCOUNT LOCKED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           IF PWDVERS NOT = "2"
              MOVE "*** PASSWORD MUST BE REISSUED - RUN SMP051 ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE PWDSALT TO W-SALT
           CALL "SMPHASH" USING W-SALT W-ADMSENHA W-HASH
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

       R1.
           MOVE SPACES TO W-ALVOID CLASSE LOCKFLAG
           MOVE ZEROS TO FAILCOUNT LASTPWD-DATE UNIOPER
           DISPLAY TELAOPER.

       R2.
              MOVE "ERROR READING CADOPER FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF UNIOPER NOT NUMERIC OR UNIOPER = ZEROS
              MOVE 01 TO UNIOPER.

           DISPLAY TELAOPER.

       ACE-001.
                DISPLAY (23, 12)
              "C=CLASS  N=UNIT  P=RESET PASSWORD  U=UNLOCK  X=BACK"
                ACCEPT (23, 64) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO PWD-001.
                IF W-OPCAO = "U" OR "u"
                   GO TO UNL-001.
                IF W-OPCAO = "N" OR "n"
                   GO TO UNI-001.
                GO TO ACE-001.

      *****************************************
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-CLS.

       ADD-UNI.
           MOVE 01 TO UNIOPER
           ACCEPT TUNIOPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ADD-CLS.
           IF UNIOPER = ZEROS
              MOVE "*** ENTER THE HOME UNIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-UNI.

       ADD-PWD.
           MOVE SPACES TO W-NOVASENHA
           DISPLAY (21, 02) "INITIAL PASSWORD : "
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 02) LIMPA
           IF W-ACT = 01
              GO TO ADD-UNI.
           IF W-NOVASENHA = SPACES
              MOVE "*** ENTER THE INITIAL PASSWORD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADD-PWD.

           MOVE W-ALVOID TO OPERID
           MOVE SPACES TO PWDHISTS
           PERFORM PWD-HASH THRU PWD-HASH-FIM
           MOVE ZEROS TO FAILCOUNT
           MOVE "N" TO LOCKFLAG
      *    THE INITIAL PASSWORD IS BORN EXPIRED, SO THE NEW OPERATOR
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PWD-001.

           PERFORM PWD-HASH THRU PWD-HASH-FIM
      *    STAMPED EXPIRED SO TELACHPWD PROMPTS AT THE NEXT LOGIN
           MOVE W-EXPIRADA TO LASTPWD-DATE
           MOVE ZEROS TO FAILCOUNT
           DISPLAY TELAOPER
           GO TO ACE-001.

      *****************************************
      * CHANGE AN OPERATOR'S HOME UNIT        *
      *****************************************
      *
       UNI-001.
           ACCEPT TUNIOPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ACE-001.
           IF UNIOPER = ZEROS
              MOVE "*** ENTER THE HOME UNIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-001.
           REWRITE REGOPER
           IF ST-ERRO = "00" OR "02"
              MOVE 5 TO W-ACAO
              PERFORM SESLOG-WRITE THRU SESLOG-WRITE-FIM
              MOVE "*** HOME UNIT CHANGED ***" TO MENS
           ELSE
              MOVE "ERROR CHANGING THE OPERATOR" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *--------[ APPENDS ONE ADMIN ACTION TO THE SHARED SESSION ]------
      *--------[ LOG: SL-TIPO A, SL-OPCAO 1=ADD 2=CLASS 3=PWD   ]------
      *--------[ 4=UNLOCK 5=UNIT, UNDER THE ADMIN'S OPERATOR ID ]------
       SESLOG-WRITE.
           OPEN EXTEND CADSESLOG
           IF ST-ERRO-SL NOT = "00"
       SESLOG-WRITE-FIM.
           EXIT.

      *--------[ STORES W-NOVASENHA HASHED UNDER A FRESH SALT AND ]----
      *--------[ FLAGS IT TO BE CHANGED AT THE NEXT MENU LOGIN    ]----
       PWD-HASH.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           COMPUTE W-SALTW = W-HOJEN * 7919 + W-HORAN
           DIVIDE W-SALTW BY 99999989 GIVING W-SALTQ
                                      REMAINDER W-SALTN
           MOVE W-SALTN TO W-SALT
           CALL "SMPHASH" USING W-SALT W-NOVASENHA W-HASH
           CANCEL "SMPHASH"
      *    HISTORY LEFT BY AN EARLIER HASH ROUTINE IS DROPPED
           IF PWDVERS NOT = "2"
              MOVE SPACES TO PWDHISTS.
           MOVE W-SALT TO PWDSALT
           MOVE W-HASH TO PWDHASH
           MOVE "2" TO PWDVERS
           MOVE "Y" TO PWDTROCA.
       PWD-HASH-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADOPER.
       ROT-FIM2.
