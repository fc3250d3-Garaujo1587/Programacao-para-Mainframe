      *----------------------------------------------------------------
      *    CPMULTAR - SHARED TRAFFIC FINE RECORD LAYOUT
      *    CADMULTA.DAT, ONE ROW PER INFRACTION NOTICE, KEYED BY THE
      *    NOTICE (AIT) NUMBER, ALTERNATE KEY THE PLATE. THE DRIVER
      *    IS IDENTIFIED FROM THE VEHSHIFT SHIFT LOG AND THE VEHTRIP
      *    TRIP LOG AT THE INFRACTION DATE/TIME. FIELDS ARE PREFIXED
      *    MT- SO THEY NEVER COLLIDE WITH PLATE/DRIVERNAME ON THE
      *    FLEET FILES OPEN IN THE SAME PROGRAM.
      *    MT-ORIGEM: S = SHIFT LOG   V = TRIP LOG   A = BOTH AGREE
      *               D = LOGS DISAGREE (TRIP DRIVER KEPT)
      *               M = TYPED BY THE FLEET MANAGER
      *               SPACE = NOT IDENTIFIED
      *    MT-STATUS: P = DRIVER INDICATION PENDING
      *               I = DRIVER INDICATED TO THE TRAFFIC AGENCY
      *               X = CANCELLED (APPEAL UPHELD / NOTICE VOID)
      *----------------------------------------------------------------
       01 REGMULTA.
          03 MT-AIT          PIC X(15).
          03 MT-PLATE        PIC X(07).
          03 MT-DATA         PIC 9(08).
          03 MT-HORA         PIC 9(04).
          03 MT-CODIGO       PIC 9(05).
          03 MT-PONTOS       PIC 9(02).
          03 MT-VALOR        PIC 9(05)V99.
          03 MT-LOCAL        PIC X(30).
          03 MT-NOTIF        PIC 9(08).
          03 MT-PRAZO        PIC 9(08).
          03 MT-DRIVER       PIC X(30).
          03 MT-ORIGEM       PIC X(01).
          03 MT-STATUS       PIC X(01).
          03 MT-INDDATA      PIC 9(08).
