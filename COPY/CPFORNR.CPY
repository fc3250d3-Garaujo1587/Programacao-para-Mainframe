      *----------------------------------------------------------------
      *    CPFORNR - SHARED PHARMACY SUPPLIER RECORD LAYOUT
      *    CANONICAL CADFORN.DAT RECORD SHAPE, ONE ROW PER SUPPLIER,
      *    KEYED BY A FOUR-DIGIT SUPPLIER CODE WITH THE NAME AS AN
      *    ALTERNATE KEY. FIELDS ARE PREFIXED FO- SO THEY NEVER
      *    COLLIDE WITH THE NOUN/EMAIL/DDD FIELDS OF THE PATIENT AND
      *    DOCTOR LAYOUTS. FO-PRAZO IS THE SUPPLIER'S USUAL DELIVERY
      *    LEAD TIME IN DAYS - THE OPEN-PO AGING REPORT COUNTS A LINE
      *    OVERDUE ONCE IT IS OLDER THAN THAT.
      *----------------------------------------------------------------
       01 REGFORN.
          03 FO-COD          PIC 9(04).
          03 FO-NOME         PIC X(30).
          03 FO-CNPJ         PIC 9(14).
          03 FO-CONTATO      PIC X(20).
          03 FO-DDD          PIC 9(02).
          03 FO-FONE         PIC 9(09).
          03 FO-EMAIL        PIC X(40).
          03 FO-PRAZO        PIC 9(03).
