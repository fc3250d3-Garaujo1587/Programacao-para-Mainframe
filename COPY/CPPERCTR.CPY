      *    AGREEMENT GROUP THAT WAS FULLY WRITTEN.
      *    PCT-STATUS: O = OPEN          E = EXTRACTED
      *                C = CLOSED        R = EXTRACT RUNNING/ABENDED
      *    PCT-BPASIT: THE MONTH'S SUS BPA PRODUCTION FILE (SMP128)
      *                SPACE = NOT SENT  R = RUNNING/ABENDED
      *                S = SENT ON PCT-BPADATA - NEVER SENT AGAIN
      *----------------------------------------------------------------
       01 REGPERCT.
          03 PCT-PERIODO.
          03 PCT-ULTTIER     PIC 9(02).
          03 PCT-ULTCONV     PIC 9(04).
          03 PCT-DATA        PIC 9(08).
          03 PCT-BPASIT      PIC X(01).
          03 PCT-BPADATA     PIC 9(08).
