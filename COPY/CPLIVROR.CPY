      *----------------------------------------------------------------
      *    CPLIVROR - SHARED CONTROLLED-SUBSTANCE REGISTER LAYOUT
      *    CADLIVRO.DAT, THE CONTROLLED-DRUG BOOK (PORTARIA 344). ONE
      *    ROW PER MOVEMENT OF A DRUG WITH A CADDROGA DR-CLASSE, KEYED
      *    BY DRUG LABEL + LOT + MOVEMENT NUMBER WITHIN THE LOT, SO A
      *    LOT'S MOVEMENTS READ BACK IN THE ORDER THEY HAPPENED.
      *    LV-SALDO IS THE LOT'S CADSTOCK QUANTITY RIGHT AFTER THE
      *    MOVEMENT - THE RUNNING BALANCE OF THE BOOK. FIELDS ARE
      *    PREFIXED LV-.
      *    LV-TIPO:  E = RECEIPT (SMP098)      D = DISPENSED (SMP060)
      *              P = LOSS / BREAKAGE        A = ADJUSTMENT IN
      *              R = ADJUSTMENT OUT
      *    E AND A ADD TO THE LOT, D P AND R TAKE FROM IT.
      *    DISPENSING CARRIES THE PRESCRIBER, PATIENT AND CADPRESC
      *    KEY; RECEIPT THE PURCHASE ORDER AND SUPPLIER; LOSSES AND
      *    ADJUSTMENTS THE REASON GIVEN BY THE PHARMACIST.
      *    LV-SNGPC: SPACE = NOT YET TRANSMITTED, S = SENT TO SNGPC
      *              ON LV-SNGDATA (SMP133)
      *----------------------------------------------------------------
       01 REGLIVRO.
          03 CHAVELIVRO.
             05 LV-DROGA     PIC X(30).
             05 LV-LOTE      PIC X(10).
             05 LV-SEQ       PIC 9(05).
          03 LV-DATA         PIC 9(08).
          03 LV-HORA         PIC 9(04).
          03 LV-TIPO         PIC X(01).
          03 LV-QTD          PIC 9(05).
          03 LV-SALDO        PIC 9(05).
          03 LV-CLASSE       PIC X(02).
          03 LV-CRMUF        PIC X(02).
          03 LV-CRM          PIC 9(06).
          03 LV-CPF          PIC 9(11).
          03 LV-PRESC        PIC X(22).
          03 LV-PONUM        PIC 9(06).
          03 LV-FORN         PIC 9(04).
          03 LV-MOTIVO       PIC X(30).
          03 LV-SNGPC        PIC X(01).
          03 LV-SNGDATA      PIC 9(08).
          03 LV-PROGR        PIC X(08).
