      *    REPORT PROGRAM THAT SPOOLS ITS OUTPUT UNDER A DATE-AND-
      *    SEQUENCE-STAMPED NAME INSTEAD OF OVERWRITING A FIXED ONE.
      *    SMP078 BROWSES THIS CATALOG AND REPRINTS ANY PAST RUN.
      *    SMP141 MAILS EACH NEW RUN TO ITS CADDIST RECIPIENTS AND
      *    STAMPS RP-ENVIO/RP-ENVDATA. A WRITER LEAVES RP-ENVIO BLANK:
      *      E = DELIVERED TO EVERY RECIPIENT DUE
      *      F = ONE OR MORE DELIVERIES FAILED (SEE RELDIST)
      *      N = NO RECIPIENT DUE ON THE DELIVERY RUN
      *      V = TOO OLD WHEN FIRST SEEN - NOT SENT
      *----------------------------------------------------------------
       01 REGRPTCAT.
          03 RP-PROGRAMA     PIC X(08).
          03 RP-OPERID       PIC X(08).
          03 RP-ARQUIVO      PIC X(30).
          03 RP-REGISTROS    PIC 9(06).
          03 RP-ENVIO        PIC X(01).
          03 RP-ENVDATA      PIC 9(08).
