      *----------------------------------------------------------------
      *    CPTABPRR - SHARED HOSPITAL CHARGE PRICE TABLE LAYOUT
      *    CADTABPR.DAT, THE PRICE THE INPATIENT ACCOUNT (SMP152)
      *    CHARGES FOR ONE UNIT OF AN ITEM, KEYED BY ITEM TYPE + NAME.
      *    MAINTAINED BY SMP151. FIELDS ARE PREFIXED TP-.
      *    TP-TIPO: M = MEDICATION - TP-NOME IS THE CADDROGA LABEL
      *                 (DR-NOME), PRICED PER DOSE GIVEN
      *             E = EXAM - TP-NOME IS THE EXAM NAME AS ORDERED
      *                 ON SMP058
      *             S = OTHER SERVICE, OFFERED WHEN BILLING KEYS ONE
      *    TP-ATUAL: DATE THE PRICE WAS LAST CHANGED
      *----------------------------------------------------------------
       01 REGTABPR.
          03 CHAVETABPR.
             05 TP-TIPO      PIC X(01).
             05 TP-NOME      PIC X(30).
          03 TP-VALOR        PIC 9(05)V99.
          03 TP-ATUAL        PIC 9(08).
