      *----------------------------------------------------------------
      *    CPDRALIR - SHARED DRUG SPELLING CROSS-REFERENCE LAYOUT
      *    CADDRALI.DAT, ONE ROW PER FREE-TEXT DRUG NAME FOUND ON THE
      *    OLD RECORDS, KEYED BY THAT TEXT AS TYPED, GIVING THE
      *    CADDROGA CODE IT STANDS FOR. THE PHARMACIST FILLS IT IN
      *    (SMP129) FROM THE UNMATCHED-NAMES WORKLIST THE CONVERSION
      *    (SMP130) PRINTS, THEN RUNS THE CONVERSION AGAIN.
      *----------------------------------------------------------------
       01 REGDRALI.
          03 DA-NOME         PIC X(30).
          03 DA-COD          PIC 9(05).
