      *----------------------------------------------------------------
      *    CPATESTR - SHARED MEDICAL CERTIFICATE (ATESTADO) LAYOUT
      *    CANONICAL CADATEST.DAT RECORD SHAPE, ONE ROW PER NUMBERED
      *    CERTIFICATE ISSUED OFF A CONSULTATION, KEYED BY THE
      *    CERTIFICATE NUMBER RECEPTION QUOTES BACK TO EMPLOYERS.
      *    THE AT-CHAVEATEN ALTERNATE KEY IS CADATEN'S CHAVEATEN
      *    (CRMUF+CRM+DATE+TIME), SO READING BY IT GIVES EACH
      *    DOCTOR'S CERTIFICATES TOGETHER. FIELDS ARE PREFIXED AT-
      *    SO THEY NEVER COLLIDE WITH CADATEN/CADMED/CADPACI.
      *    AT-TIPO: S = SICK LEAVE (AFASTAMENTO)
      *             C = ATTENDANCE ONLY (COMPARECIMENTO)
      *    AT-CID:  ZEROS WHEN THE PATIENT DID NOT AUTHORIZE THE
      *             DIAGNOSIS ON THE CERTIFICATE
      *    AT-SIT:  V = VALID   C = CANCELLED ON AT-DATACANC
      *----------------------------------------------------------------
       01 REGATEST.
          03 AT-NUMERO       PIC 9(08).
          03 AT-CHAVEATEN.
             05 AT-CRMUF     PIC X(02).
             05 AT-CRM       PIC 9(06).
             05 AT-DATACON   PIC 9(08).
             05 AT-HORACON   PIC 9(04).
          03 AT-CPF          PIC 9(11).
          03 AT-TIPO         PIC X(01).
          03 AT-DIAS         PIC 9(03).
          03 AT-CID          PIC 9(08).
          03 AT-DATAEMI      PIC 9(08).
          03 AT-SIT          PIC X(01).
          03 AT-DATACANC     PIC 9(08).
          03 AT-MOTCANC      PIC X(30).
