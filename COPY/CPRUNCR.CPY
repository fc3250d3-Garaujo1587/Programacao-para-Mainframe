      *----------------------------------------------------------------
      *    CPRUNCR - SHARED BATCH RUN-CONTROL LAYOUT
      *    CADRUNC.DAT, ONE ROW PER NIGHTRPT STEP PER BUSINESS DATE,
      *    KEYED BY DATE + STEP NAME, SO THE ROWS OF A NIGHT READ IN
      *    STEP ORDER. SMP142 PLANS, GATES AND CLOSES THE STEPS AND
      *    SMP143 REPORTS THEM. THE ROW WITH DATE ZEROS AND STEP
      *    "*ATUAL*" (RN-CONTROLE VIEW) HOLDS THE BUSINESS DATE OF
      *    THE NIGHT IN PROGRESS.
      *    RN-STATUS: P = PLANNED, NOT REACHED YET
      *               I = STARTED AND NOT CLOSED - THE STEP FAILED
      *                   (OR IS STILL RUNNING)
      *               C = COMPLETED - A RERUN SKIPS IT
      *               S = HELD - THE STEP IT DEPENDS ON IS NOT
      *                   COMPLETED
      *----------------------------------------------------------------
       01 REGRUN.
          03 CHAVERUN.
             05 RN-DATA      PIC 9(08).
             05 RN-PASSO     PIC X(08).
          03 RN-DADOS.
             05 RN-PROGRAMA  PIC X(08).
             05 RN-DEPENDE   PIC X(08).
             05 RN-STATUS    PIC X(01).
             05 RN-DTEXEC    PIC 9(08).
             05 RN-INICIO    PIC 9(06).
             05 RN-FIM       PIC 9(06).
             05 RN-TENTAT    PIC 9(02).
          03 RN-CONTROLE REDEFINES RN-DADOS.
             05 RN-DATANEG   PIC 9(08).
             05 FILLER       PIC X(31).
