      *----------------------------------------------------------------
      *    CPESCALR - SHARED WARD NURSING DUTY ROSTER LAYOUT
      *    CANONICAL CADESCAL.DAT RECORD SHAPE, ONE ROW PER PERSON
      *    PER DATE AND SHIFT, KEYED BY DATE + SHIFT + COREN SO THE
      *    SAME PERSON CANNOT BE ROSTERED TWICE ON ONE SHIFT. THE
      *    WARD COVERS THE CADQUARTO ROOMS ES-QUARTOINI THRU
      *    ES-QUARTOFIM. FIELDS ARE PREFIXED ES-.
      *    ES-TURNO: M = MORNING   (07:00-13:00)
      *              T = AFTERNOON (13:00-19:00)
      *              N = NIGHT     (19:00-07:00 NEXT DAY)
      *----------------------------------------------------------------
       01 REGESCALA.
          03 CHAVEESCALA.
             05 ES-DATA      PIC 9(08).
             05 ES-TURNO     PIC X(01).
             05 ES-CORENUF   PIC X(02).
             05 ES-COREN     PIC 9(06).
          03 ES-ALA          PIC X(10).
          03 ES-QUARTOINI    PIC 9(04).
          03 ES-QUARTOFIM    PIC 9(04).
