      *----------------------------------------------------------------
      *    CPBOLETR - BANK COLLECTION SLIP (BOLETO) REGISTER
      *    CADBOLET.DAT, ONE ROW PER SLIP SMP109 SENT TO THE BANK FOR
      *    AN AGREEMENT'S OPEN INVOICE LINES IN A PERIOD, KEYED BY
      *    THE BANK'S NOSSO NUMERO. EVERY LINE ON THE SLIP CARRIES
      *    THE SAME NUMBER IN FT-BOLETO. FIELDS ARE PREFIXED BL-.
      *    BL-SIT:    E = SENT IN REMITTANCE BL-REMESSA
      *               C = REGISTRATION CONFIRMED BY THE BANK
      *               R = REJECTED BY THE BANK - LINES RELEASED
      *               L = PAID AND POSTED TO CADFATUR BY SMP110
      *               D = PAID BELOW THE SLIP VALUE - NOT POSTED,
      *                   THE BILLING DESK POSTS IT IN SMP054
      *----------------------------------------------------------------
       01 REGBOLET.
          03 BL-NOSSONUM     PIC 9(10).
          03 BL-CONV         PIC 9(04).
          03 BL-PERIODO.
             05 BL-PERANO    PIC 9(04).
             05 BL-PERMES    PIC 9(02).
          03 BL-DATAEMI      PIC 9(08).
          03 BL-VENC         PIC 9(08).
          03 BL-VALOR        PIC 9(07)V99.
          03 BL-QTDLIN       PIC 9(04).
          03 BL-REMESSA      PIC 9(06).
          03 BL-SIT          PIC X(01).
          03 BL-DATAPAG      PIC 9(08).
          03 BL-VALORPAG     PIC 9(07)V99.
