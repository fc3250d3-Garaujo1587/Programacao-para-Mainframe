      *----------------------------------------------------------------
      *    CPDEVOLR - SHARED RECEIPT REFUND / CANCELLATION LAYOUT
      *    CADDEVOL.DAT, ONE ROW PER MONEY GIVEN BACK AGAINST A
      *    CADRECIB RECEIPT, KEYED BY THE RECEIPT NUMBER AND A
      *    SEQUENCE. THE RECEIPT ITSELF IS NEVER CHANGED, SO A
      *    RECEIPT WITH NO ROW HERE WAS KEPT IN FULL. WHAT THE DESK
      *    REALLY RECEIVED IS RC-VALOR LESS THE DV-VALOR OF ITS ROWS.
      *    FIELDS ARE PREFIXED DV-.
      *    DV-TIPO:   C = RECEIPT CANCELLED (THE WHOLE VALUE, ONLY
      *                   WHEN NOTHING WAS REFUNDED BEFORE - THE
      *                   VISIT MAY BE SETTLED AGAIN)
      *               E = REFUND OF PART OR ALL OF THE VALUE
      *    DV-CPF / DV-UNIDADE ARE COPIED FROM THE RECEIPT
      *----------------------------------------------------------------
       01 REGDEVOL.
          03 DV-CHAVE.
             05 DV-RECNUM    PIC 9(08).
             05 DV-SEQ       PIC 9(02).
          03 DV-TIPO         PIC X(01).
          03 DV-DATA         PIC 9(08).
          03 DV-HORA         PIC 9(04).
          03 DV-OPERID       PIC X(08).
          03 DV-VALOR        PIC 9(05)V99.
          03 DV-MOTIVO       PIC X(30).
          03 DV-CPF          PIC 9(11).
          03 DV-UNIDADE      PIC 9(02).
