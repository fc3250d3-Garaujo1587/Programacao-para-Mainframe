      *    CPVEHIR -  SHARED VEHICLE REGISTRATION LAYOUT
      *    CANONICAL VEHREG.DAT RECORD SHAPE, KEYED BY PLATE,
      *    USED BY EVERY PROGRAM THAT OPENS VEHREG.DAT.
      *    UNIDV IS THE CADUNID UNIT THE VEHICLE IS BASED AT.
      *----------------------------------------------------------------
       01 REGVEHI.
          03 PLATE.
             05 NEXTMAINT-DIA PIC 9(02).
             05 NEXTMAINT-MES PIC 9(02).
             05 NEXTMAINT-ANO PIC 9(04).
          03 UNIDV         PIC 9(02).
