      *----------------------------------------------------------------
      *    CPHL7D - SYSTEMS THAT RECEIVE THE HL7 ADT FEED
      *    EVERY ADT MESSAGE IS QUEUED ONCE FOR EACH RECEIVER BELOW
      *    AND ACKNOWLEDGED BY EACH ONE SEPARATELY. HD-DEST IS THE
      *    RECEIVING APPLICATION SENT IN MSH-5 AND THE NAME THE
      *    HL7WSVC GATEWAY ROUTES ON. A NEW RECEIVER IS ADDED HERE
      *    (AND HD-QTD RAISED) AND SMPHL7/SMP154/SMP155 RECOMPILED.
      *----------------------------------------------------------------
       01 HD-DESTINOSX.
          03 FILLER          PIC X(38) VALUE
             "LABEXT  OUTSIDE LABORATORY".
          03 FILLER          PIC X(38) VALUE
             "FARMACIAPHARMACY SYSTEM".
          03 FILLER          PIC X(38) VALUE
             "AUDITOR INSURER AUDITING NURSE".
       01 HD-DESTINOS REDEFINES HD-DESTINOSX.
          03 HD-ITEM OCCURS 3 TIMES.
             05 HD-DEST      PIC X(08).
             05 HD-NOME      PIC X(30).
       01 HD-QTD             PIC 9(02) VALUE 03.
