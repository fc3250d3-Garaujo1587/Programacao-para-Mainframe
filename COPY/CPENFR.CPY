      *----------------------------------------------------------------
      *    CPENFR - SHARED NURSING STAFF MASTER LAYOUT
      *    CANONICAL CADENF.DAT RECORD SHAPE, ONE ROW PER NURSE OR
      *    NURSING TECHNICIAN, KEYED BY THE COREN REGISTRATION (UF +
      *    NUMBER) THE SAME WAY CADMED IS KEYED BY CRM UF + CRM.
      *    FIELDS ARE PREFIXED EN- SO THEY NEVER COLLIDE WITH THE
      *    SAME-NAMED FIELDS ON CADMED/CADQUARTO.
      *    EN-FUNCAO:   E = REGISTERED NURSE (ENFERMEIRO)
      *                 T = NURSING TECHNICIAN
      *                 A = NURSING AUXILIARY
      *    EN-CORENVAL: LAST DAY THE COREN REGISTRATION IS VALID
      *----------------------------------------------------------------
       01 REGENF.
          03 CHAVEENF.
             05 EN-CORENUF   PIC X(02).
             05 EN-COREN     PIC 9(06).
          03 EN-NOME         PIC X(30).
          03 EN-FUNCAO       PIC X(01).
          03 EN-CORENVAL     PIC 9(08).
