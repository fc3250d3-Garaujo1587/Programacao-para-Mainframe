      *----------------------------------------------------------------
      *    CPEQMSTR - SHARED EQUIPMENT ASSET MASTER LAYOUT
      *    CADEQMST.DAT, KEYED BY THE SAME ASSET TAG AS CADEQUIP (THE
      *    CHECKOUT FILE KEEPS ONLY WHERE THE ASSET IS). SMP149
      *    MAINTAINS IT, SMP046 READS IT BEFORE A CHECKOUT AND SMP150
      *    LISTS WHAT FALLS DUE. FIELDS ARE PREFIXED EM-.
      *    EM-INTERV:  MONTHS BETWEEN PREVENTIVE MAINTENANCES
      *                (ZEROS = NO PREVENTIVE PLAN)
      *    EM-PROXMAN: NEXT PREVENTIVE MAINTENANCE DUE, REFRESHED FROM
      *                EM-ULTMAN + EM-INTERV WHENEVER EITHER CHANGES
      *    EM-CALVENC: CALIBRATION DUE DATE (ZEROS = NOT CALIBRATED
      *                EQUIPMENT)
      *    EM-STATUS:  A = IN USE   S = OUT FOR SERVICE
      *                B = WRITTEN OFF (KEPT FOR THE HISTORY)
      *----------------------------------------------------------------
       01 REGEQMST.
          03 EM-TAG          PIC X(10).
          03 EM-TIPO         PIC X(20).
          03 EM-SERIE        PIC X(20).
          03 EM-FABRIC       PIC X(20).
          03 EM-INTERV       PIC 9(02).
          03 EM-ULTMAN       PIC 9(08).
          03 EM-PROXMAN      PIC 9(08).
          03 EM-CALVENC      PIC 9(08).
          03 EM-STATUS       PIC X(01).
