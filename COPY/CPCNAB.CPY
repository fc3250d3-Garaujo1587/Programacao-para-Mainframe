      *----------------------------------------------------------------
      *    CPCNAB   -  CNAB 400 COLLECTION FILE RECORD
      *    THE SAME 400-BYTE SHAPE GOES OUT AS THE REMITTANCE (SMP109)
      *    AND COMES BACK AS THE BANK'S RETURN (SMP110). CNAB-TIPO
      *    SAYS WHICH VIEW APPLIES:
      *    0 = FILE HEADER   1 = ONE SLIP   9 = FILE TRAILER
      *    CND-OCORR ON THE WAY OUT:  01 = REGISTER THE SLIP
      *    CND-OCORR ON THE WAY BACK: 02 = REGISTRATION CONFIRMED
      *                               03 = REGISTRATION REJECTED
      *                               06 = PAID
      *                               09 = WRITTEN OFF BY THE BANK
      *                               17 = PAID AFTER WRITE-OFF
      *    RETURN-ONLY FIELDS (CND-DATAOCORR ONWARD) GO OUT AS ZEROS.
      *----------------------------------------------------------------
       01 REGCNAB.
          03 CNAB-TIPO       PIC X(01).
          03 FILLER          PIC X(393).
          03 CNAB-SEQ        PIC 9(06).

       01 CNAB-HEADER.
          03 CNH-TIPO        PIC X(01).
          03 CNH-OPER        PIC 9(01).
          03 CNH-LITOPER     PIC X(07).
          03 CNH-SERVICO     PIC 9(02).
          03 CNH-LITSERV     PIC X(15).
          03 CNH-AGENCIA     PIC 9(04).
          03 CNH-CONTA       PIC 9(08).
          03 CNH-EMPRESA     PIC X(30).
          03 CNH-BANCO       PIC 9(03).
          03 CNH-NOMEBANCO   PIC X(15).
          03 CNH-DATA        PIC 9(08).
          03 CNH-SEQARQ      PIC 9(06).
          03 FILLER          PIC X(294).
          03 CNH-SEQ         PIC 9(06).

       01 CNAB-DETALHE.
          03 CND-TIPO        PIC X(01).
          03 CND-AGENCIA     PIC 9(04).
          03 CND-CONTA       PIC 9(08).
          03 CND-CARTEIRA    PIC 9(03).
          03 CND-SEUNUM.
             05 CND-CONV     PIC 9(04).
             05 CND-PERIODO  PIC 9(06).
             05 FILLER       PIC X(15).
          03 CND-NOSSONUM    PIC 9(10).
          03 CND-OCORR       PIC 9(02).
          03 CND-VENC        PIC 9(08).
          03 CND-VALOR       PIC 9(11)V99.
          03 CND-EMISSAO     PIC 9(08).
          03 CND-ESPECIE     PIC 9(02).
          03 CND-SACADO      PIC X(40).
          03 CND-INSCR       PIC 9(14).
          03 CND-DATAOCORR   PIC 9(08).
          03 CND-VALORPAGO   PIC 9(11)V99.
          03 CND-JUROS       PIC 9(11)V99.
          03 CND-TARIFA      PIC 9(11)V99.
          03 CND-MOTREJ      PIC X(08).
          03 FILLER          PIC X(201).
          03 CND-SEQ         PIC 9(06).

       01 CNAB-TRAILER.
          03 CNT-TIPO        PIC X(01).
          03 CNT-QTD         PIC 9(06).
          03 CNT-VALOR       PIC 9(13)V99.
          03 FILLER          PIC X(372).
          03 CNT-SEQ         PIC 9(06).
