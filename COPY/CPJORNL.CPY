      *----------------------------------------------------------------
      *    CPJORNL  -  ACCOUNTING JOURNAL EXPORT RECORD
      *    JOURNAL.DAT, WRITTEN NIGHTLY BY SMP106 FOR THE ACCOUNTING
      *    SYSTEM. EVERY EVENT IS ONE ENTRY (JN-LANC) OF TWO LINES,
      *    A DEBIT AND A CREDIT OF THE SAME VALUE, SO THE FILE IS
      *    ALWAYS BALANCED. FIELDS ARE PREFIXED JN-.
      *    JN-TIPO:   D = DEBIT   C = CREDIT
      *    JN-DOCTO:  INVOICE NUMBER (FAT/REM/GLO/REC) OR RECEIPT
      *               NUMBER (CAI) THE ENTRY CAME FROM
      *----------------------------------------------------------------
       01 REGJORNL.
          03 JN-DATA         PIC 9(08).
          03 JN-LANC         PIC 9(06).
          03 JN-TIPO         PIC X(01).
          03 JN-CONTA        PIC X(12).
          03 JN-VALOR        PIC 9(07)V99.
          03 JN-EVENTO       PIC X(03).
          03 JN-DOCTO        PIC 9(08).
          03 JN-CONV         PIC 9(04).
          03 JN-HIST         PIC X(30).
