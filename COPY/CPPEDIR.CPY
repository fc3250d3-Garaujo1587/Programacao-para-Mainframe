      *----------------------------------------------------------------
      *    CPPEDIR - SHARED PHARMACY PURCHASE-ORDER LINE LAYOUT
      *    CANONICAL CADPEDI.DAT RECORD SHAPE, ONE ROW PER DRUG LINE
      *    OF A PURCHASE ORDER, KEYED BY PO NUMBER + LINE. THE HEADER
      *    DATA (SUPPLIER, DATES) IS CARRIED ON EVERY LINE. PO-DROGA
      *    MATCHES CADSTOCK'S SK-DROGA SO A RECEIPT POSTS STRAIGHT
      *    INTO THE CABINET STOCK. FIELDS ARE PREFIXED PO-.
      *    PO-STATUS: D = DRAFT            A = ISSUED, AWAITING GOODS
      *               P = SHORT DELIVERED  O = OVER DELIVERED
      *               F = CLOSED (RECEIVED IN FULL OR CLOSED BY HAND)
      *               X = CANCELLED
      *    D, A, P AND O ARE OPEN - A SHORT OR OVER DELIVERY STAYS
      *    ON THE AGING REPORT UNTIL THE PHARMACY RESOLVES IT.
      *----------------------------------------------------------------
       01 REGPEDI.
          03 CHAVEPEDI.
             05 PO-NUM       PIC 9(06).
             05 PO-SEQ       PIC 9(02).
          03 PO-FORN         PIC 9(04).
          03 PO-DATA         PIC 9(08).
          03 PO-DATAENV      PIC 9(08).
          03 PO-DROGA        PIC X(30).
          03 PO-QTDPED       PIC 9(05).
          03 PO-QTDREC       PIC 9(05).
          03 PO-ULTREC       PIC 9(08).
          03 PO-STATUS       PIC X(01).
