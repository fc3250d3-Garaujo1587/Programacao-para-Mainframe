      *----------------------------------------------------------------
      *    CPVDOCR - SHARED VEHICLE DOCUMENT EXPIRY LAYOUT
      *    CADVDOC.DAT, ONE ROW PER VEHREG VEHICLE, KEYED BY PLATE.
      *    HOLDS THE ANNUAL LICENSING (CRLV) AND THE INSURANCE POLICY
      *    EXPIRY DATES; SMP035 LISTS THEM 30 DAYS AHEAD. FIELDS ARE
      *    PREFIXED VD-. A ZERO DATE MEANS NOT TRACKED.
      *----------------------------------------------------------------
       01 REGVDOC.
          03 VD-PLATE        PIC X(07).
          03 VD-LICVENC      PIC 9(08).
          03 VD-SEGVENC      PIC 9(08).
          03 VD-SEGCIA       PIC X(30).
          03 VD-SEGAPOL      PIC X(20).
