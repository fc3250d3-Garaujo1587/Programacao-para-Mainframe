      *----------------------------------------------------------------
      *    CPORDHR - LAB/EXAM ORDER HISTORY (ARCHIVED CADORDER) LAYOUT
      *    CADORDEH.DAT, THE CADORDER LINES OF EVERY BOOKING SMP145
      *    MOVED TO CADATENH, BYTE FOR BYTE AS THEY LEFT CADORDER.
      *    SAME KEYS AS CADORDER (OH-CPF IS THE DUPLICATE ALTERNATE
      *    KEY SMP028/SMP076 RE-KEY THROUGH). FIELDS ARE PREFIXED OH-.
      *----------------------------------------------------------------
       01 REGORDEH.
          03 CHAVEORDEH.
             05 OH-CHAVEATEN PIC X(20).
             05 OH-SEQ       PIC 9(02).
          03 OH-CPF          PIC 9(11).
          03 OH-EXAME        PIC X(30).
          03 OH-CRMUF        PIC X(02).
          03 OH-CRM          PIC 9(06).
          03 OH-DATAPED      PIC 9(08).
          03 OH-DATARES      PIC 9(08).
          03 OH-RESULT       PIC X(01).
          03 OH-GUIA         PIC X(20).
