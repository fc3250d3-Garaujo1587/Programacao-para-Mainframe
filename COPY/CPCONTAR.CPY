      *----------------------------------------------------------------
      *    CPCONTAR -  CHART-OF-ACCOUNTS MAPPING FOR THE JOURNAL
      *    CADCONTA.DAT, ONE ROW PER EVENT TYPE AND AGREEMENT OR
      *    PAYMENT FORM, SAYING WHICH ACCOUNTS THE EVENT DEBITS AND
      *    CREDITS. MAINTAINED BY SMP105, READ BY SMP106 WHEN IT
      *    BUILDS THE NIGHTLY JOURNAL. FIELDS ARE PREFIXED CT-.
      *    CT-EVENTO: FAT = AGREEMENT INVOICE LINE BILLED (CADFATUR)
      *               REM = REMITTANCE RECEIVED FROM THE INSURER
      *               GLO = VALUE DENIED (GLOSA) ON THE REMITTANCE
      *               REC = DENIAL RECOVERED ON APPEAL (CADRECUR)
      *               CAI = SELF-PAY RECEIPT AT THE DESK (CADRECIB)
      *    CT-CONV:   AGREEMENT - 0000 IS THE ROW FOR ANY AGREEMENT
      *               WITHOUT ONE OF ITS OWN (ALWAYS 0000 FOR CAI)
      *    CT-FORMA:  RC-FORMA FOR CAI - SPACE IS THE ROW FOR ANY
      *               FORM WITHOUT ONE OF ITS OWN (SPACE FOR OTHERS)
      *----------------------------------------------------------------
       01 REGCONTA.
          03 CHAVECONTA.
             05 CT-EVENTO    PIC X(03).
             05 CT-CONV      PIC 9(04).
             05 CT-FORMA     PIC X(01).
          03 CT-DEBITO       PIC X(12).
          03 CT-CREDITO      PIC X(12).
          03 CT-HIST         PIC X(30).
          03 CT-DATAALT      PIC 9(08).
