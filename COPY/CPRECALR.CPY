      *----------------------------------------------------------------
      *    CPRECALR - SHARED LOT RECALL RECORD LAYOUT
      *    CADRECAL.DAT, ONE ROW PER DRUG OR VACCINE LOT RECALLED BY
      *    ANVISA OR THE MANUFACTURER, KEYED BY DRUG LABEL (OR
      *    VACCINE CODE) + LOT - THE SAME SHAPE AS THE FRONT OF
      *    CHAVESTOCK, SO A CADSTOCK ROW FINDS ITS RECALL DIRECTLY.
      *    WHILE RL-SIT IS C THE LOT'S STOCK IN EVERY UNIT IS FROZEN:
      *    SMP060 DOES NOT DISPENSE FROM IT, SMP062 DOES NOT RECORD
      *    A DOSE FROM IT AND THE REORDER CHECKS (SMP061/SMP097) DO
      *    NOT COUNT IT. RECORDED AND LIFTED IN SMP157. FIELDS ARE
      *    PREFIXED RL-.
      *    RL-TIPO:   D = DRUG           V = VACCINE
      *    RL-SIT:    C = RECALL IN FORCE, STOCK FROZEN
      *               L = RECALL LIFTED ON RL-LIBDATA
      *    RL-QTDCONG: STOCK ON HAND IN ALL UNITS WHEN FROZEN
      *    RL-QTDPAC:  DISPENSINGS/DOSES TRACED ON THE LAST LIST
      *----------------------------------------------------------------
       01 REGRECAL.
          03 CHAVERECAL.
             05 RL-PRODUTO   PIC X(30).
             05 RL-LOTE      PIC X(10).
          03 RL-TIPO         PIC X(01).
          03 RL-SIT          PIC X(01).
          03 RL-AVISO        PIC X(30).
          03 RL-DATA         PIC 9(08).
          03 RL-HORA         PIC 9(04).
          03 RL-OPERID       PIC X(08).
          03 RL-QTDCONG      PIC 9(05).
          03 RL-QTDPAC       PIC 9(05).
          03 RL-LIBDATA      PIC 9(08).
          03 RL-LIBOPER      PIC X(08).
