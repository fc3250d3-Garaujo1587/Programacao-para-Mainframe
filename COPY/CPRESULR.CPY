      *----------------------------------------------------------------
      *    CPRESULR - SHARED EXAM RESULT TEXT LAYOUT
      *    CANONICAL CADRESUL.DAT RECORD SHAPE, ONE ROW PER RESULTED
      *    CADORDER LINE, KEYED BY THE SAME CHAVEORDER SO THE RESULT
      *    TEXT SITS BESIDE THE ORDER WITHOUT WIDENING CPORDR.
      *    FIELDS ARE PREFIXED RS-.
      *    RS-CRITICO: Y = CRITICAL VALUE REPORTED BY THE LAB
      *    RS-ORIGEM:  L = LOADED FROM THE LAB RESULTS FILE
      *                M = KEYED BY HAND
      *----------------------------------------------------------------
       01 REGRESUL.
          03 CHAVERESUL.
             05 RS-CHAVEATEN PIC X(20).
             05 RS-SEQ       PIC 9(02).
          03 RS-TEXTO        PIC X(60).
          03 RS-CRITICO      PIC X(01).
          03 RS-ORIGEM       PIC X(01).
          03 RS-DATAIMP      PIC 9(08).
