      *----------------------------------------------------------------
      *    CPTUSSR - SHARED PROCEDURE CATALOG (TUSS) RECORD LAYOUT
      *    CANONICAL CADTUSS.DAT RECORD SHAPE, ONE ROW PER EXAM OR
      *    PROCEDURE, KEYED BY ITS TUSS CODE. TU-DESCR IS THE 30-CHAR
      *    DESCRIPTION CADORDER'S OR-EXAME CARRIES ONCE AN EXAM IS
      *    PICKED FROM HERE, SO IT IS UNIQUE AND NEVER CHANGED AFTER
      *    THE ITEM IS ADDED. MAINTAINED BY SMP158; THE PRICE EACH
      *    AGREEMENT HAS CONTRACTED IS ON CADTUSCV (SMP159).
      *    FIELDS ARE PREFIXED TU-.
      *    TU-GRUPO: L = LABORATORY   I = IMAGING
      *              P = PROCEDURE    O = OTHER
      *    TU-VALOR: DEFAULT PRICE, CHARGED WHEN THE AGREEMENT HAS
      *              NO CONTRACTED PRICE IN FORCE FOR THE ITEM
      *    TU-SIT:   A = ACTIVE   I = INACTIVE - NO LONGER OFFERED
      *              ON NEW ORDERS, STILL PRICED ON OLD ONES
      *    TU-ATUAL: DATE THE ITEM WAS LAST CHANGED
      *----------------------------------------------------------------
       01 REGTUSS.
          03 TU-COD          PIC 9(08).
          03 TU-DESCR        PIC X(30).
          03 TU-GRUPO        PIC X(01).
          03 TU-VALOR        PIC 9(05)V99.
          03 TU-SIT          PIC X(01).
          03 TU-ATUAL        PIC 9(08).
