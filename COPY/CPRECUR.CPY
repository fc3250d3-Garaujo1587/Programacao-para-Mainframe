      *----------------------------------------------------------------
      *    CPRECUR  -  DENIAL APPEAL (RECURSO DE GLOSA) RECORD LAYOUT
      *    CADRECUR.DAT, ONE ROW PER CADFATUR LINE THE INSURER PAID
      *    SHORT OR REJECTED (FT-SITPAG P/R) THAT BILLING APPEALED,
      *    KEYED BY THE SAME INVOICE NUMBER. MAINTAINED BY SMP102,
      *    WHICH POSTS ANY RECOVERED VALUE BACK TO FT-PAGVALOR.
      *    LISTED BY SMP103 (PENDING BY AGREEMENT) AND SMP104
      *    (DENIAL-REASON RANKING). FIELDS ARE PREFIXED RG-.
      *    RG-MOTIVO:   THE INSURER'S DENIAL REASON CODE (TISS)
      *    RG-VLRGLOSA: VALUE DENIED WHEN THE APPEAL WAS OPENED
      *    RG-RESULT:   P = PENDING    A = ACCEPTED IN FULL
      *                 T = PARTIALLY ACCEPTED   N = REFUSED
      *----------------------------------------------------------------
       01 REGRECUR.
          03 RG-FATNUM       PIC 9(08).
          03 RG-CONV         PIC 9(04).
          03 RG-CPF          PIC 9(11).
          03 RG-MOTIVO       PIC X(04).
          03 RG-MOTTXT       PIC X(30).
          03 RG-VLRGLOSA     PIC 9(05)V99.
          03 RG-VLRRECUR     PIC 9(05)V99.
          03 RG-DATAREC      PIC 9(08).
          03 RG-PRAZO        PIC 9(08).
          03 RG-RESULT       PIC X(01).
          03 RG-VLRRECUP     PIC 9(05)V99.
          03 RG-DATARES      PIC 9(08).
