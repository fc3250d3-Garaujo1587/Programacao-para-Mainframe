      *----------------------------------------------------------------
      *    CPPRESHR - PRESCRIPTION HISTORY (ARCHIVED CADPRESC) LAYOUT
      *    CADPRESH.DAT, THE CADPRESC LINES OF EVERY BOOKING SMP145
      *    MOVED TO CADATENH, BYTE FOR BYTE AS THEY LEFT CADPRESC.
      *    SAME KEYS AS CADPRESC. FIELDS ARE PREFIXED PH-.
      *----------------------------------------------------------------
       01 REGPRESH.
          03 CHAVEPRESH.
             05 PH-CHAVEATEN    PIC X(20).
             05 PH-SEQ          PIC 9(02).
          03 PH-DROGA           PIC X(30).
          03 PH-DOSAGEM         PIC X(20).
          03 PH-DURACAO         PIC X(20).
          03 PH-REFILLS-ALLOWED PIC 9(02).
          03 PH-REFILLS-USED    PIC 9(02).
