      *----------------------------------------------------------------
      *    CPEQSERR - SHARED EQUIPMENT SERVICE HISTORY LAYOUT
      *    CADEQSER.DAT, ONE ROW PER SERVICE EVENT OF AN ASSET, KEYED
      *    BY ASSET TAG + DATE + SEQUENCE OF THE DAY. SMP149 WRITES IT
      *    WHEN AN ASSET GOES OUT FOR SERVICE AND WHEN THE SERVICE IS
      *    RECORDED. FIELDS ARE PREFIXED ES-.
      *    ES-TIPO:    O = SENT OUT FOR SERVICE
      *                P = PREVENTIVE MAINTENANCE DONE
      *                C = CALIBRATION DONE
      *                R = CORRECTIVE REPAIR DONE
      *    ES-CALVENC: NEW CALIBRATION DUE DATE SET BY A C ROW
      *----------------------------------------------------------------
       01 REGEQSER.
          03 CHAVEEQSER.
             05 ES-TAG       PIC X(10).
             05 ES-DATA      PIC 9(08).
             05 ES-SEQ       PIC 9(02).
          03 ES-TIPO         PIC X(01).
          03 ES-EXECUTOR     PIC X(30).
          03 ES-DESCR        PIC X(40).
          03 ES-CALVENC      PIC 9(08).
