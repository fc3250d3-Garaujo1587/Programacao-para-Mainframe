      *----------------------------------------------------------------
      *    CPCREDR - SHARED DOCTOR-TO-AGREEMENT CREDENTIALING RECORD
      *    ONE ROW PER CREDENTIALING PERIOD, KEYED BY CRMUF+CRM+
      *    AGREEMENT (CADCONV'S CODCONV)+VALID-FROM. A VISIT IS
      *    COVERED WHEN ITS DATE IS NOT BEFORE CD-INICIO AND NOT
      *    AFTER CD-FIM; CD-FIM ZEROS MEANS OPEN-ENDED.
      *    SELF-PAY VISITS (AGREEMENT 0000) NEED NO ROW.
      *----------------------------------------------------------------
       01 REGCRED.
          03 CHAVECRED.
             05 CD-CRMUF      PIC X(02).
             05 CD-CRM        PIC 9(06).
             05 CD-CONV       PIC 9(04).
             05 CD-INICIO     PIC 9(08).
          03 CD-FIM           PIC 9(08).
