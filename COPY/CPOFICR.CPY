      *----------------------------------------------------------------
      *    CPOFICR - SHARED VEHICLE WORK ORDER LAYOUT
      *    CANONICAL CADOFIC.DAT RECORD SHAPE, ONE ROW PER LINE OF A
      *    WORKSHOP WORK ORDER, KEYED BY ORDER NUMBER + LINE. LINE 00
      *    IS THE OPENING ROW (OF-TIPO H); THE PARTS AND LABOR LINES
      *    FOLLOW FROM 01. THE HEADER DATA (PLATE, DATES, WORKSHOP,
      *    COMPLAINT, STATUS) IS CARRIED ON EVERY LINE, AS ON CADPEDI,
      *    AND THE PLATE IS AN ALTERNATE KEY SO A VEHICLE'S HISTORY
      *    READS STRAIGHT OFF IT. FIELDS ARE PREFIXED OF-.
      *    OF-TIPO:   H = OPENING ROW   P = PART   L = LABOR
      *    OF-QTD:    UNITS FOR A PART, HOURS FOR LABOR
      *    OF-STATUS: A = OPEN - THE VEHICLE IS OUT OF SERVICE
      *               F = CLOSED (OF-FECHADA SET, NEXTMAINT ROLLED)
      *               X = CANCELLED
      *----------------------------------------------------------------
       01 REGOFIC.
          03 CHAVEOFIC.
             05 OF-NUM       PIC 9(06).
             05 OF-SEQ       PIC 9(02).
          03 OF-PLATE        PIC X(07).
          03 OF-ABERTA       PIC 9(08).
          03 OF-ODOMETRO     PIC 9(07).
          03 OF-OFICINA      PIC X(30).
          03 OF-QUEIXA       PIC X(40).
          03 OF-FECHADA      PIC 9(08).
          03 OF-STATUS       PIC X(01).
          03 OF-TIPO         PIC X(01).
          03 OF-DESCR        PIC X(30).
          03 OF-QTD          PIC 9(03)V99.
          03 OF-VALUNIT      PIC 9(05)V99.
          03 OF-VALOR        PIC 9(07)V99.
