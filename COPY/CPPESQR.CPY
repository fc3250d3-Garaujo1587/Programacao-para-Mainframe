      *----------------------------------------------------------------
      *    CPPESQR - SHARED PATIENT SATISFACTION SURVEY LAYOUT
      *    CANONICAL CADPESQ.DAT RECORD SHAPE, ONE ROW PER ANSWERED
      *    SURVEY, KEYED BY THE VISIT KEY (CADATEN'S CHAVEATEN) THE
      *    SURVEY VENDOR SENDS BACK - ONE SURVEY PER KEPT VISIT.
      *    FIELDS ARE PREFIXED PQ- SO THEY NEVER COLLIDE WITH THE
      *    SAME-NAMED FIELDS ON CADATEN/CADMED/CADPACI.
      *    PQ-ESPERA/PQ-MEDICO/PQ-RECEPCAO/PQ-INSTAL: 1 (POOR) TO
      *             5 (EXCELLENT) FOR WAITING TIME, DOCTOR,
      *             RECEPTION AND FACILITIES
      *    PQ-RECOMENDA: WOULD-RECOMMEND, 0 TO 10 (9-10 PROMOTER,
      *             7-8 PASSIVE, 0-6 DETRACTOR)
      *    PQ-CONV: THE PATIENT'S AGREEMENT (CONVENIO) WHEN THE
      *             SURVEY WAS IMPORTED, ZEROS FOR SELF-PAY
      *----------------------------------------------------------------
       01 REGPESQ.
          03 PQ-CHAVEATEN.
             05 PQ-CRMUF     PIC X(02).
             05 PQ-CRM       PIC 9(06).
             05 PQ-DATACON   PIC 9(08).
             05 PQ-HORACON   PIC 9(04).
          03 PQ-CPF          PIC 9(11).
          03 PQ-CONV         PIC 9(04).
          03 PQ-ESPERA       PIC 9(01).
          03 PQ-MEDICO       PIC 9(01).
          03 PQ-RECEPCAO     PIC 9(01).
          03 PQ-INSTAL       PIC 9(01).
          03 PQ-RECOMENDA    PIC 9(02).
          03 PQ-COMENT       PIC X(60).
          03 PQ-DATAIMP      PIC 9(08).
