      *----------------------------------------------------------------
      *    CPHL7E - ADT EVENT HANDED TO SMPHL7
      *    THE CALLER FILLS WHAT IT KNOWS OF THE PATIENT AND THE
      *    STAY; SMPHL7 BUILDS THE HL7 MESSAGE AND QUEUES IT ON
      *    CADHL7 FOR EVERY RECEIVER (CPHL7D). FIELDS ARE PREFIXED
      *    HE-.
      *    HE-EVENTO:   A01 / A02 / A03 / A08 (SEE CPHL7R)
      *    HE-NASC:     YYYYMMDD, ZEROS WHEN NOT KNOWN
      *    HE-QUARTOANT: ROOM THE PATIENT LEFT (A02 ONLY)
      *    HE-ALTATIPO: CADEPIS EP-ALTATIPO OF A DISCHARGE (A03)
      *    HE-STATUS:   RETURNED - 00 = QUEUED   99 = CADHL7 COULD
      *                 NOT BE WRITTEN, NOTHING WAS QUEUED
      *----------------------------------------------------------------
       01 HE-EVENTO-HL7.
          03 HE-EVENTO       PIC X(03).
          03 HE-ORIGEM       PIC X(06).
          03 HE-OPERID       PIC X(08).
          03 HE-CPF          PIC 9(11).
          03 HE-NOME         PIC X(30).
          03 HE-NASC         PIC 9(08).
          03 HE-SEXO         PIC X(01).
          03 HE-DDD          PIC 9(02).
          03 HE-FONE         PIC 9(09).
          03 HE-CEP          PIC 9(08).
          03 HE-NUMLOGRA     PIC 9(04).
          03 HE-QUARTO       PIC 9(04).
          03 HE-QUARTOANT    PIC 9(04).
          03 HE-UNIDADE      PIC 9(02).
          03 HE-CRMUF        PIC X(02).
          03 HE-CRM          PIC 9(06).
          03 HE-ADMDATA      PIC 9(08).
          03 HE-ADMHORA      PIC 9(04).
          03 HE-ALTADATA     PIC 9(08).
          03 HE-ALTATIPO     PIC X(01).
          03 HE-STATUS       PIC X(02).
