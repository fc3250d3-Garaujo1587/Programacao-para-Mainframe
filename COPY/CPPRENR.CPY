      *----------------------------------------------------------------
      *    CPPRENR - SHARED PRENATAL (PREGNANCY) RECORD LAYOUT
      *    CADPRENA.DAT, ONE ROW PER PREGNANCY FOLLOWED AT THE CLINIC,
      *    KEYED BY PATIENT CPF + PREGNANCY NUMBER (01 = THE FIRST ONE
      *    FOLLOWED HERE). FIELDS ARE PREFIXED PN- SO THEY NEVER
      *    COLLIDE WITH THE SAME-NAMED CPF/CRMUF/CRM FIELDS ON
      *    CADPACI/CADMED/CADATEN WHEN ALL ARE OPEN TOGETHER.
      *    PN-DUM:   LAST MENSTRUAL PERIOD
      *    PN-DPP:   ESTIMATED DUE DATE (PN-DUM + 280 DAYS)
      *    PN-RISCO: L = LOW (HABITUAL) RISK   H = HIGH RISK
      *    PN-CRMUF/PN-CRM: RESPONSIBLE DOCTOR (CADMED)
      *    PN-SITU:  A = ACTIVE   E = ENDED ON PN-DATAFIM
      *    THE VISIT AND EXAM CALENDAR OF EACH PREGNANCY IS KEPT ON
      *    CADPNCAL (CPPNCALR).
      *----------------------------------------------------------------
       01 REGPRENA.
          03 CHAVEPRENA.
             05 PN-CPF       PIC 9(11).
             05 PN-GESTA     PIC 9(02).
          03 PN-DUM          PIC 9(08).
          03 PN-DPP          PIC 9(08).
          03 PN-RISCO        PIC X(01).
          03 PN-CRMUF        PIC X(02).
          03 PN-CRM          PIC 9(06).
          03 PN-SITU         PIC X(01).
          03 PN-DATAFIM      PIC 9(08).
