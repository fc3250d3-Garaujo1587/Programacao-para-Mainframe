      *----------------------------------------------------------------
      *    CPBANCO  -  COLLECTING BANK AND BENEFICIARY DETAILS
      *    THE CLINIC'S COLLECTION (COBRANCA) AGREEMENT WITH ITS BANK,
      *    QUOTED ON EVERY CNAB REMITTANCE AND CHECKED ON THE RETURN.
      *    CHANGE HERE AND RECOMPILE SMP109/SMP110 IF THE BANK OR THE
      *    ACCOUNT CHANGES.
      *----------------------------------------------------------------
       01 BANCO-PARAM.
          03 BC-BANCO        PIC 9(03) VALUE 001.
          03 BC-NOMEBANCO    PIC X(15) VALUE "BANCO DO BRASIL".
          03 BC-AGENCIA      PIC 9(04) VALUE 1234.
          03 BC-CONTA        PIC 9(08) VALUE 00056789.
          03 BC-CARTEIRA     PIC 9(03) VALUE 017.
          03 BC-ESPECIE      PIC 9(02) VALUE 04.
          03 BC-EMPRESA      PIC X(30) VALUE "MEDICAL CLINIC".
