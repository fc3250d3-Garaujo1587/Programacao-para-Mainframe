      *    A PRESCRIPTION FINDS ITS STOCK DIRECTLY. FIELDS ARE
      *    PREFIXED SK- SO THEY NEVER COLLIDE WITH CADPRESC'S OWN
      *    DROGA WHEN BOTH ARE OPEN IN THE SAME PROGRAM.
      *    SK-UNIDADE IS THE CADUNID UNIT HOLDING THE LOT - THE SAME
      *    LOT SPLIT BETWEEN TWO UNITS IS TWO ROWS.
      *----------------------------------------------------------------
       01 REGSTOCK.
          03 CHAVESTOCK.
             05 SK-DROGA     PIC X(30).
             05 SK-LOTE      PIC X(10).
             05 SK-UNIDADE   PIC 9(02).
          03 SK-QTD          PIC 9(05).
          03 SK-REORDER      PIC 9(05).
          03 SK-VALIDADE     PIC 9(08).
