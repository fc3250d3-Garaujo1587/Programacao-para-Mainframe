      *----------------------------------------------------------------
      *    CPNOTAHR - VISIT NOTE HISTORY (ARCHIVED CADNOTAS) LAYOUT
      *    CADNOTAH.DAT, THE CADNOTAS LINES OF EVERY BOOKING SMP145
      *    MOVED TO CADATENH, BYTE FOR BYTE AS THEY LEFT CADNOTAS.
      *    SAME KEYS AS CADNOTAS (NH-CPF IS THE DUPLICATE ALTERNATE
      *    KEY SMP028/SMP076 RE-KEY THROUGH). FIELDS ARE PREFIXED NH-.
      *----------------------------------------------------------------
       01 REGNOTAH.
          03 CHAVENOTAH.
             05 NH-CHAVEATEN PIC X(20).
             05 NH-SEQ       PIC 9(03).
          03 NH-CPF          PIC 9(11).
          03 NH-DATA         PIC 9(08).
          03 NH-LINHA        PIC X(70).
