      *----------------------------------------------------------------
      *    CPMARR - SHARED MEDICATION ADMINISTRATION RECORD LAYOUT
      *    CANONICAL CADMAR.DAT RECORD SHAPE, ONE ROW PER SCHEDULED
      *    DOSE OF A CADPRESC LINE FOR AN ADMITTED PATIENT, KEYED BY
      *    PATIENT CPF + DUE DATE + DUE TIME + PRESCRIPTION KEY SO A
      *    PATIENT'S DOSES COME OUT IN THE ORDER THEY FALL DUE.
      *    MA-EPADMDATA TIES THE DOSE TO THE OPEN CADEPIS EPISODE IT
      *    WAS SCHEDULED UNDER. FIELDS ARE PREFIXED MA- SO THEY NEVER
      *    COLLIDE WITH THE SAME-NAMED DROGA/DOSAGEM FIELDS ON
      *    CADPRESC WHEN BOTH ARE OPEN TOGETHER.
      *    MA-STATUS: P = DUE (NOT YET CHARTED)   G = GIVEN
      *               R = REFUSED BY THE PATIENT  H = HELD BY NURSING
      *    MA-DATAADM/MA-HORAADM/MA-OPERID: WHEN AND BY WHOM THE DOSE
      *    WAS CHARTED - ZEROS/SPACES WHILE STILL DUE
      *----------------------------------------------------------------
       01 REGMAR.
          03 CHAVEMAR.
             05 MA-CPF       PIC 9(11).
             05 MA-DATA      PIC 9(08).
             05 MA-HORA      PIC 9(04).
             05 MA-PRESC.
                07 MA-PRATEN PIC X(20).
                07 MA-PRSEQ  PIC 9(02).
          03 MA-EPADMDATA    PIC 9(08).
          03 MA-DROGA        PIC X(30).
          03 MA-DOSAGEM      PIC X(20).
          03 MA-STATUS       PIC X(01).
          03 MA-DATAADM      PIC 9(08).
          03 MA-HORAADM      PIC 9(04).
          03 MA-OPERID       PIC X(08).
          03 MA-MOTIVO       PIC X(20).
