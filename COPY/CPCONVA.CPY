      *----------------------------------------------------------------
      *    CPCONVA  -  AGREEMENT PRIOR-AUTHORIZATION RULES
      *    CADCONVA.DAT, ONE ROW PER CADCONV AGREEMENT, KEYED BY THE
      *    SAME AGREEMENT CODE SO THE RULES SIT BESIDE THE AGREEMENT
      *    WITHOUT WIDENING CPCONVR. MAINTAINED BY SMP003. AN
      *    AGREEMENT WITH NO ROW HERE NEEDS NO AUTHORIZATION.
      *    FIELDS ARE PREFIXED CA-.
      *    CA-EXAME:  Y = EXAM ORDERS NEED A CADAUTOR AUTHORIZATION
      *    CA-INTERN: Y = ADMISSIONS NEED A CADAUTOR AUTHORIZATION
      *----------------------------------------------------------------
       01 REGCONVA.
          03 CA-CONV         PIC 9(04).
          03 CA-EXAME        PIC X(01).
          03 CA-INTERN       PIC X(01).
          03 CA-DATAALT      PIC 9(08).
