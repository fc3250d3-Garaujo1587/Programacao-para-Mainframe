      *----------------------------------------------------------------
      *    CPLABRES - OUTSIDE LAB DAILY RESULTS FILE ROW
      *    ONE ROW PER RESULTED EXAM AS SENT BY THE REFERENCE LAB,
      *    KEYED BY THE CADORDER KEY THE ORDER WENT OUT UNDER
      *    (OR-CHAVEATEN + OR-SEQ). FIELDS ARE PREFIXED LR-.
      *    LR-RESULT:  N = NORMAL   A = ABNORMAL
      *    LR-CRITICO: Y = CRITICAL VALUE - THE ORDERING DOCTOR MUST
      *                BE CALLED; SPACE OR N OTHERWISE
      *----------------------------------------------------------------
       01 REGLABRES.
          03 LR-CHAVEORDER.
             05 LR-CHAVEATEN PIC X(20).
             05 LR-SEQ       PIC 9(02).
          03 LR-DATARES      PIC 9(08).
          03 LR-RESULT       PIC X(01).
          03 LR-CRITICO      PIC X(01).
          03 LR-TEXTO        PIC X(60).
