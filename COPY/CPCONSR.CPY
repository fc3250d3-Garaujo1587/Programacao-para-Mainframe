      *----------------------------------------------------------------
      *    CPCONSR - PATIENT CONSENT REGISTER
      *    CADCONSE.DAT, ONE ROW PER PATIENT AND CONSENT TYPE, KEYED
      *    BY CPF + TYPE - A NEW SIGNATURE REPLACES THE OLD ROW.
      *    MAINTAINED IN SMP111, CHECKED BY SMP017 (ADMISSION),
      *    SMP058 (CONTRAST EXAMS) AND LISTED BY SMP112.
      *    FIELDS ARE PREFIXED CS-.
      *    CS-TIPO:     A = HOSPITAL ADMISSION
      *                 S = SURGERY / ANESTHESIA
      *                 C = EXAM WITH CONTRAST
      *                 I = USE OF IMAGE
      *                 L = LGPD DATA SHARING
      *    CS-VALIDADE: LAST DAY THE CONSENT HOLDS, ZEROS = NO EXPIRY
      *    CS-REVOG:    Y = REVOKED BY THE PATIENT ON CS-DATAREV
      *----------------------------------------------------------------
       01 REGCONSE.
          03 CHAVECONSE.
             05 CS-CPF       PIC 9(11).
             05 CS-TIPO      PIC X(01).
          03 CS-DATAASS      PIC 9(08).
          03 CS-TESTEM       PIC X(30).
          03 CS-VALIDADE     PIC 9(08).
          03 CS-REVOG        PIC X(01).
          03 CS-DATAREV      PIC 9(08).
          03 CS-DATAREG      PIC 9(08).
