      *----------------------------------------------------------------
      *    CPAGENDR - SHARED DOCTOR WEEKLY SCHEDULE TEMPLATE LAYOUT
      *    CANONICAL CADAGEND.DAT RECORD SHAPE, ONE ROW PER DOCTOR
      *    PER UNIT PER WEEKDAY WORKED, KEYED BY CRMUF+CRM+UNIT+
      *    WEEKDAY (A DOCTOR MAY WORK BOTH UNITS ON ONE DAY). BOOKING
      *    (SMP006), THE PORTAL SLOTS EXTRACT (SMP043) AND THE DAILY
      *    AGENDA (SMP019) ALL READ THE SAME TEMPLATE. A DOCTOR WITH
      *    NO ROWS AT ALL KEEPS THE LEGACY ANY-HOUR BEHAVIOUR.
          03 CHAVEAGEND.
             05 AG-CRMUF     PIC X(02).
             05 AG-CRM       PIC 9(06).
             05 AG-UNIDADE   PIC 9(02).
             05 AG-DIASEM    PIC 9(01).
          03 AG-INICIO       PIC 9(04).
          03 AG-FIM          PIC 9(04).
