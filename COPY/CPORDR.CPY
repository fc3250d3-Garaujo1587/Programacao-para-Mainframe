      *    CPF FIELDS ON CADATEN/CADMED/CADPACI WHEN ALL ARE OPEN
      *    TOGETHER IN THE SAME PROGRAM.
      *    OR-RESULT: SPACE = PENDING   N = NORMAL   A = ABNORMAL
      *    OR-GUIA:   INSURER AUTHORIZATION NUMBER (CADAUTOR) THE
      *               ORDER WAS PLACED UNDER, SPACES WHEN NONE NEEDED
      *----------------------------------------------------------------
       01 REGORDER.
          03 CHAVEORDER.
          03 OR-DATAPED      PIC 9(08).
          03 OR-DATARES      PIC 9(08).
          03 OR-RESULT       PIC X(01).
          03 OR-GUIA         PIC X(20).
