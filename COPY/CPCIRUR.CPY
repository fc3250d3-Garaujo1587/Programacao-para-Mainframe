      *----------------------------------------------------------------
      *    CPCIRUR - SHARED SURGICAL / PROCEDURE-ROOM SCHEDULE LAYOUT
      *    CANONICAL CADCIRUR.DAT RECORD SHAPE, ONE ROW PER THEATRE
      *    BOOKING, KEYED BY DATE + THEATRE + START TIME SO ONE DAY'S
      *    LIST COMES OUT IN THEATRE/TIME ORDER. EVERY BOOKING HANGS
      *    OFF AN ADMISSION EPISODE (CADEPIS) THROUGH CR-EPCPF +
      *    CR-EPADMDATA. FIELDS ARE PREFIXED CR- SO THEY NEVER
      *    COLLIDE WITH THE SAME-NAMED CPF/CRMUF/CRM FIELDS ON
      *    CADPACI/CADMED/CADATEN WHEN ALL ARE OPEN TOGETHER.
      *    CR-HORAINI/CR-HORAFIM: HHMM, THE END IS EXCLUSIVE
      *    CR-STATUS: A = SCHEDULED   R = PERFORMED   X = CANCELLED
      *----------------------------------------------------------------
       01 REGCIRUR.
          03 CHAVECIRUR.
             05 CR-DATA      PIC 9(08).
             05 CR-SALA      PIC 9(02).
             05 CR-HORAINI   PIC 9(04).
          03 CR-HORAFIM      PIC 9(04).
          03 CR-CRMUF        PIC X(02).
          03 CR-CRM          PIC 9(06).
          03 CR-AUXUF        PIC X(02).
          03 CR-AUXCRM       PIC 9(06).
          03 CR-PROCED       PIC X(30).
          03 CR-EPCPF        PIC 9(11).
          03 CR-EPADMDATA    PIC 9(08).
          03 CR-STATUS       PIC X(01).
