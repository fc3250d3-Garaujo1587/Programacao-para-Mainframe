      *----------------------------------------------------------------
      *    CPATENHR - BOOKING HISTORY (ARCHIVED CADATEN) RECORD LAYOUT
      *    CADATENH.DAT, WRITTEN ONLY BY THE YEARLY SMP145 ARCHIVE
      *    RUN. THE FIRST 72 BYTES ARE THE CADATEN RECORD EXACTLY AS
      *    IT LEFT THE LIVE FILE, SO A MOVE OF REGATENH TO REGATEN
      *    GIVES BACK THE ORIGINAL BOOKING. SAME PRIMARY KEY AND THE
      *    SAME CPF ALTERNATE KEY AS CADATEN. FIELDS ARE PREFIXED AH-.
      *    AH-DATAARQ: DATE THE BOOKING WAS MOVED TO THE HISTORY FILE
      *----------------------------------------------------------------
       01 REGATENH.
          03 CHAVEATENH.
             05 AH-CRMUF     PIC X(02).
             05 AH-CRM       PIC 9(06).
             05 AH-DATACON.
                07 AH-ANOC   PIC 9(04).
                07 AH-MESC   PIC 9(02).
                07 AH-DIAC   PIC 9(02).
             05 AH-HORACON   PIC 9(04).
          03 AH-CPF          PIC 9(11).
          03 AH-COD          PIC 9(08).
          03 AH-OBS          PIC X(30).
          03 AH-OUTCOME      PIC X(01).
          03 AH-UNIATEN      PIC 9(02).
          03 AH-DATAARQ      PIC 9(08).
