      *----------------------------------------------------------------
      *    CPDECLR - THE CLINIC AS DECLARANT TO THE RECEITA FEDERAL
      *    COMPILED DATA FOR THE ANNUAL DMED FILE AND THE PATIENTS'
      *    MEDICAL-EXPENSE STATEMENTS (SMP153). SET FOR THE SITE
      *    AND RECOMPILE; DC-LEIAUTE IS THE LAYOUT IDENTIFIER THE
      *    RECEITA PUBLISHES FOR EACH CALENDAR YEAR. WITH DC-CNPJ
      *    STILL ZEROS THE STATEMENTS ARE PRINTED BUT NO DMED FILE
      *    IS WRITTEN.
      *    DC-TIPODECL: 1 = HEALTH-SERVICE PROVIDER (PRESTADOR)
      *----------------------------------------------------------------
       01 DC-DECLARANTE.
          03 DC-CNPJ         PIC 9(14) VALUE ZEROS.
          03 DC-NOME         PIC X(60) VALUE
             "CLINICA MEDICA".
          03 DC-TIPODECL     PIC X(01) VALUE "1".
          03 DC-LEIAUTE      PIC X(08) VALUE "T17BS45".
          03 DC-RESPCPF      PIC 9(11) VALUE ZEROS.
          03 DC-RESPNOME     PIC X(60) VALUE SPACES.
          03 DC-RESPDDD      PIC 9(02) VALUE ZEROS.
          03 DC-RESPFONE     PIC 9(09) VALUE ZEROS.
          03 DC-RESPEMAIL    PIC X(40) VALUE SPACES.
