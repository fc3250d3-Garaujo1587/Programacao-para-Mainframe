      *----------------------------------------------------------------
      *    CPDROGR - SHARED DRUG MASTER (FORMULARY) RECORD LAYOUT
      *    CANONICAL CADDROGA.DAT RECORD SHAPE, ONE ROW PER DRUG
      *    PRESENTATION, KEYED BY DRUG CODE. DR-NOME IS THE 30-CHAR
      *    LABEL THAT CADPRESC'S DROGA, CADSTOCK'S SK-DROGA AND
      *    CADPEDI'S PO-DROGA CARRY ONCE A DRUG IS PICKED FROM HERE,
      *    SO IT IS UNIQUE AND NEVER CHANGED AFTER THE DRUG IS ADDED.
      *    DR-GENERICO IS THE BARE GENERIC NAME THE ALLERGY CHECK AND
      *    THE NAME SEARCH WORK ON. FIELDS ARE PREFIXED DR-.
      *    DR-CLASSE: CONTROLLED-SUBSTANCE LIST (A1 A2 A3 B1 B2 C1 C2
      *               C3 C4 C5) - SPACES WHEN NOT CONTROLLED
      *    DR-DOSEPAD: DOSAGE OFFERED WHEN THE DRUG IS PRESCRIBED
      *----------------------------------------------------------------
       01 REGDROGA.
          03 DR-COD          PIC 9(05).
          03 DR-NOME         PIC X(30).
          03 DR-GENERICO     PIC X(30).
          03 DR-CONCENT      PIC X(12).
          03 DR-FORMA        PIC X(12).
          03 DR-CLASSE       PIC X(02).
          03 DR-DOSEPAD      PIC X(20).
