      *----------------------------------------------------------------
      *    CPLIQUID - ACQUIRER DAILY SETTLEMENT FILE ROW
      *    ONE ROW PER CARD OR PIX SALE THE ACQUIRER SETTLED, AS
      *    SENT IN ITS NIGHTLY ACQSET FILE. THE SALE IS FOUND ON
      *    CADRECIB BY ITS SALE DATE AND TRANSACTION ID (RC-DATA +
      *    RC-TRANSID). FIELDS ARE PREFIXED LQ-.
      *    LQ-FORMA:  C = CARD   P = PIX
      *    LQ-VALOR IS THE GROSS SALE; LQ-TAXA IS THE ACQUIRER FEE
      *    WITHHELD FROM WHAT IS PAID TO THE CLINIC
      *----------------------------------------------------------------
       01 REGLIQUID.
          03 LQ-DATAVENDA    PIC 9(08).
          03 LQ-FORMA        PIC X(01).
          03 LQ-TRANSID      PIC X(20).
          03 LQ-VALOR        PIC 9(05)V99.
          03 LQ-TAXA         PIC 9(05)V99.
          03 LQ-DATALIQ      PIC 9(08).
