      *----------------------------------------------------------------
      *    CPLOTER - SHARED DISPENSED-LOT TRACE RECORD LAYOUT
      *    CADLOTE.DAT, ONE ROW PER LOT HANDED TO A PATIENT: EACH
      *    DISPENSING OF A CADPRESC LINE (SMP060) AND EACH CADVAC
      *    DOSE (SMP062). KEPT BESIDE CADPRESC AND CADVAC RATHER
      *    THAN WIDENING THEM, SO A LINE DISPENSED AGAIN ON A
      *    REFILL KEEPS THE LOT OF EVERY DISPENSING. FIELDS ARE
      *    PREFIXED LT-.
      *    LT-TIPO:   D = DRUG - LT-ORIGEM IS THE CADPRESC KEY
      *               V = VACCINE - LT-ORIGEM IS THE CADVAC KEY
      *    LT-SEQ:    DISPENSING NUMBER WITHIN THE LINE (01 FOR A
      *               VACCINE DOSE)
      *    LT-PRODLOTE (ALTERNATE KEY) IS THE DRUG LABEL OR VACCINE
      *    CODE PLUS THE LOT, SO A RECALL (SMP157) READS EVERYONE
      *    WHO RECEIVED THE LOT STRAIGHT OFF THE FILE.
      *    LT-CRMUF/LT-CRM: THE PRESCRIBER (DRUG) OR THE DOCTOR
      *    WHO GAVE THE DOSE (VACCINE).
      *----------------------------------------------------------------
       01 REGLOTE.
          03 CHAVELOTE.
             05 LT-TIPO      PIC X(01).
             05 LT-ORIGEM    PIC X(23).
             05 LT-SEQ       PIC 9(02).
          03 LT-PRODLOTE.
             05 LT-PRODUTO   PIC X(30).
             05 LT-LOTE      PIC X(10).
          03 LT-UNIDADE      PIC 9(02).
          03 LT-CPF          PIC 9(11).
          03 LT-DATA         PIC 9(08).
          03 LT-HORA         PIC 9(04).
          03 LT-QTD          PIC 9(05).
          03 LT-CRMUF        PIC X(02).
          03 LT-CRM          PIC 9(06).
          03 LT-OPERID       PIC X(08).
          03 LT-PROGR        PIC X(08).
