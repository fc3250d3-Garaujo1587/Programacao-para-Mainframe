      *----------------------------------------------------------------
      *    CPUNIDR - SHARED UNIT (BRANCH CLINIC) MASTER LAYOUT
      *    CADUNID.DAT, KEYED BY THE UNIT CODE. UNIT 01 IS THE MAIN
      *    BUILDING: A BOOKING, ROOM, STOCK LOT, RECEIPT, VEHICLE OR
      *    OPERATOR CARRYING NO UNIT (ZEROS) BELONGS TO IT. SMP144
      *    MAINTAINS IT.
      *    UN-ATIVO: A = OPEN   I = CLOSED (KEPT FOR THE HISTORY)
      *----------------------------------------------------------------
       01 REGUNID.
          03 UN-CODIGO       PIC 9(02).
          03 UN-NOME         PIC X(30).
          03 UN-SIGLA        PIC X(06).
          03 UN-ENDERECO     PIC X(40).
          03 UN-CIDADE       PIC X(20).
          03 UN-UF           PIC X(02).
          03 UN-CNES         PIC 9(07).
          03 UN-ATIVO        PIC X(01).
