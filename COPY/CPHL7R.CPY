      *----------------------------------------------------------------
      *    CPHL7R - SHARED HL7 ADT OUTBOUND QUEUE LAYOUT
      *    CADHL7.DAT, ONE ROW PER ADT MESSAGE PER RECEIVING SYSTEM,
      *    KEYED BY THE TIME THE MESSAGE WAS RAISED + A SEQUENCE +
      *    THE RECEIVER, SO THE QUEUE READS IN THE ORDER THE EVENTS
      *    HAPPENED. SMPHL7 WRITES THE ROWS (FROM SMP017 AND SMP004),
      *    SMP154 DELIVERS THEM AND SMP155 LISTS THE DAY. THE ROWS
      *    ARE KEPT AFTER DELIVERY AS THE INTERFACE LOG.
      *    FIELDS ARE PREFIXED HL-.
      *    HL-CONTROLE: DATE + TIME + SEQUENCE, THE MESSAGE CONTROL
      *               ID (MSH-10) EVERY RECEIVER ACKNOWLEDGES
      *    HL-EVENTO: A01 = ADMISSION   A02 = TRANSFER   A03 =
      *               DISCHARGE   A08 = PATIENT DATA CHANGED
      *    HL-SIT:    P = WAITING TO BE SENT
      *               E = SENT, NO ACKNOWLEDGEMENT YET (RE-SENT BY
      *                   THE NEXT SMP154 RUN)
      *               A = ACKNOWLEDGED (AA)
      *               R = REJECTED BY THE RECEIVER (AE/AR) - NOT
      *                   RE-SENT, HL-ACKTXT SAYS WHY
      *               F = FAILED - STILL NO ACKNOWLEDGEMENT AFTER
      *                   THE LAST TRY SMP154 MAKES
      *    HL-SEG:    THE MSH, EVN, PID AND PV1 SEGMENTS, ONE PER
      *               OCCURRENCE, TRAILING SPACES NOT SENT
      *----------------------------------------------------------------
       01 REGHL7.
          03 HL-CHAVE.
             05 HL-CONTROLE.
                07 HL-DATA   PIC 9(08).
                07 HL-HORA   PIC 9(08).
                07 HL-SEQ    PIC 9(02).
             05 HL-DEST      PIC X(08).
          03 HL-EVENTO       PIC X(03).
          03 HL-CPF          PIC 9(11).
          03 HL-QUARTO       PIC 9(04).
          03 HL-ORIGEM       PIC X(06).
          03 HL-OPERID       PIC X(08).
          03 HL-SIT          PIC X(01).
          03 HL-TENT         PIC 9(02).
          03 HL-ENVDATA      PIC 9(08).
          03 HL-ENVHORA      PIC 9(04).
          03 HL-ACKCOD       PIC X(02).
          03 HL-ACKTXT       PIC X(40).
          03 HL-SEGS.
             05 HL-SEG       PIC X(200) OCCURS 4 TIMES.
