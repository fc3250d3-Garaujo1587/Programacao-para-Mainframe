      *----------------------------------------------------------------
      *    CPSERIER - SHARED RECURRING APPOINTMENT SERIES LINK
      *    ONE ROW PER BOOKING THAT BELONGS TO A WEEKLY SERIES BOOKED
      *    IN ONE STEP BY SMP006, KEYED BY THE BOOKING KEY (CADATEN'S
      *    CHAVEATEN). THE ALTERNATE KEY SR-NUMSER WALKS EVERY SESSION
      *    OF ONE SERIES, SO CANCELLING OR MOVING THE SERIES REACHES
      *    ALL OF ITS FUTURE SESSIONS. A BOOKING WITH NO ROW HERE IS
      *    A SINGLE VISIT. FIELDS ARE PREFIXED SR-.
      *    SR-SEQ: SESSION NUMBER WITHIN THE SERIES (01 = FIRST)
      *----------------------------------------------------------------
       01 REGSERIE.
          03 SR-CHAVEATEN    PIC X(20).
          03 SR-NUMSER       PIC 9(06).
          03 SR-SEQ          PIC 9(02).
          03 SR-CPF          PIC 9(11).
