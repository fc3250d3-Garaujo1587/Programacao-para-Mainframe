      *----------------------------------------------------------------
      *    CPAUTOR  -  INSURER PRIOR-AUTHORIZATION (GUIA/SENHA) LAYOUT
      *    CADAUTOR.DAT, ONE ROW PER AUTHORIZATION THE INSURER HAS
      *    ISSUED, KEYED BY AGREEMENT + PATIENT CPF + THE INSURER'S
      *    AUTHORIZATION NUMBER. MAINTAINED BY SMP101, CONSUMED BY
      *    SMP058 (EXAM ORDERS) AND SMP017 (ADMISSIONS), WHICH ADD
      *    ONE TO AU-QTDUSADA FOR EACH ORDER OR ADMISSION COVERED.
      *    FIELDS ARE PREFIXED AU-.
      *    AU-TIPO:   E = EXAMS   I = ADMISSION (INTERNACAO)
      *    AU-STATUS: A = ACTIVE  C = CANCELLED BY THE INSURER
      *----------------------------------------------------------------
       01 REGAUTOR.
          03 CHAVEAUTOR.
             05 AU-CONV      PIC 9(04).
             05 AU-CPF       PIC 9(11).
             05 AU-SENHA     PIC X(20).
          03 AU-TIPO         PIC X(01).
          03 AU-DESCR        PIC X(30).
          03 AU-DATAINI      PIC 9(08).
          03 AU-DATAFIM      PIC 9(08).
          03 AU-QTDAPROV     PIC 9(03).
          03 AU-QTDUSADA     PIC 9(03).
          03 AU-STATUS       PIC X(01).
          03 AU-DATAEMI      PIC 9(08).
