      *----------------------------------------------------------------
      *    CPTELER - SHARED TELECONSULTATION RECORD LAYOUT
      *    ONE ROW PER REMOTE BOOKING, KEYED BY THE BOOKING KEY
      *    (CADATEN'S CHAVEATEN). A BOOKING WITH NO ROW HERE IS AN
      *    IN-PERSON VISIT, SO BOOKINGS MADE BEFORE THE FILE EXISTED
      *    NEED NO CONVERSION. FIELDS ARE PREFIXED TL-.
      *    TL-MODAL:   V = VIDEO CALL   T = TELEPHONE
      *    TL-LINKSIT: E = LINK CREATED BY THE VIDEO PLATFORM
      *                P = PENDING (PLATFORM DID NOT ANSWER - THE
      *                    REMINDER EXTRACT SMP068 TRIES AGAIN)
      *    TL-ENTRADA: TIME THE PATIENT JOINED THE CALL (HHMM),
      *                ZEROS UNTIL CHECK-IN (SMP066) SEES THEM JOIN
      *----------------------------------------------------------------
       01 REGTELE.
          03 TL-CHAVEATEN    PIC X(20).
          03 TL-MODAL        PIC X(01).
          03 TL-SALA         PIC X(12).
          03 TL-LINK         PIC X(60).
          03 TL-LINKSIT      PIC X(01).
          03 TL-ENTRADA      PIC 9(04).
