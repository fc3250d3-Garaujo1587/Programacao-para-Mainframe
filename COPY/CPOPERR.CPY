      *----------------------------------------------------------------
      *    CPOPERR - SHARED OPERATOR ACCOUNT RECORD LAYOUT
      *    CANONICAL CADOPER.DAT RECORD SHAPE, KEYED BY OPERID.
      *    THE PASSWORD ITSELF IS NEVER STORED: PWDHASH IS THE
      *    SMPHASH ONE-WAY HASH OF PWDSALT + THE PASSWORD, AND A
      *    LOGIN IS CHECKED BY HASHING WHAT WAS TYPED WITH THE
      *    SAME SALT. THE FILLER AFTER OPERID HELD THE OLD CLEAR
      *    PASSWORD AND IS LEFT BLANK BY THE SMP051 CONVERSION.
      *    PWDVERS:   2 = PWDHASH AND PWDHIST WERE MADE BY THE
      *               CURRENT (SHA-256) SMPHASH; ANYTHING ELSE IS
      *               AN EARLIER HASH THAT NO LONGER VERIFIES AND
      *               IS REISSUED BY THE SMP051 CONVERSION
      *    CLASSE:    R = RECEPTION   C = CLINICAL   A = ADMIN
      *    PWDTROCA:  Y = A NEW PASSWORD MUST BE SET AT THE NEXT
      *               MENU LOGIN (CONVERTED, RESET OR SEEDED)
      *    PWDHIST:   SALT AND HASH OF THE LAST FIVE PASSWORDS,
      *               MOST RECENT FIRST - NONE OF THEM (NOR THE
      *               CURRENT ONE) MAY BE CHOSEN AGAIN
      *----------------------------------------------------------------
       01 REGOPER.
          03 OPERID        PIC X(08).
          03 PWDVERS       PIC X(01).
          03 FILLER        PIC X(07).
          03 CLASSE        PIC X(01).
          03 FAILCOUNT     PIC 9(02).
          03 LOCKFLAG      PIC X(01).
          03 LASTPWD-DATE  PIC 9(08).
          03 LASTPWD-DATE-R REDEFINES LASTPWD-DATE.
             05 LPD-ANO    PIC 9(04).
             05 LPD-MES    PIC 9(02).
             05 LPD-DIA    PIC 9(02).
          03 UNIOPER       PIC 9(02).
          03 PWDTROCA      PIC X(01).
          03 PWDSALT       PIC X(08).
          03 PWDHASH       PIC X(36).
          03 PWDHISTS.
             05 PWDHIST OCCURS 5 TIMES.
                07 PWDHSALT   PIC X(08).
                07 PWDHHASH   PIC X(36).
