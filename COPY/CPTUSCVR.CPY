      *----------------------------------------------------------------
      *    CPTUSCVR - SHARED AGREEMENT FEE TABLE RECORD LAYOUT
      *    CANONICAL CADTUSCV.DAT RECORD SHAPE, THE PRICE AN AGREEMENT
      *    (CADCONV'S CODCONV) HAS CONTRACTED FOR ONE CATALOG ITEM
      *    (CADTUSS'S TU-COD), KEYED BY AGREEMENT + TUSS CODE + THE
      *    EFFECTIVE-FROM DATE. THE ROW IN FORCE ON A SERVICE DATE IS
      *    THE ONE WITH THE LATEST TC-VIGENCIA NOT AFTER THAT DATE;
      *    WITHOUT ONE THE CATALOG'S DEFAULT PRICE (TU-VALOR) APPLIES.
      *    MAINTAINED BY SMP159. FIELDS ARE PREFIXED TC-.
      *----------------------------------------------------------------
       01 REGTUSCV.
          03 CHAVETUSCV.
             05 TC-CONV      PIC 9(04).
             05 TC-COD       PIC 9(08).
             05 TC-VIGENCIA  PIC 9(08).
          03 TC-VALOR        PIC 9(05)V99.
          03 TC-ATUAL        PIC 9(08).
