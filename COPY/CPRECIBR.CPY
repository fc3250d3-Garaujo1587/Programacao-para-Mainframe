      *    FIELDS ARE PREFIXED RC- SO THEY NEVER COLLIDE WITH THE
      *    SAME-NAMED CPF/DATE FIELDS ON CADATEN/CADPACI WHEN ALL
      *    ARE OPEN TOGETHER IN THE SAME PROGRAM.
      *    RC-FORMA:  D = CASH (DINHEIRO)   C = CARD   P = PIX
      *    RC-NFSSIT: MUNICIPAL SERVICE INVOICE (NFS-E) FOR THE RECEIPT
      *               E = ISSUED (RC-NFSNUM/RC-NFSCOD FILLED)
      *               R = REFUSED BY THE CITY (RC-NFSRET HAS WHY)
      *               T = NO ANSWER FROM THE CITY'S SERVICE
      *               SPACE = NOT SENT YET
      *               ANYTHING BUT E IS RE-SENT BY SMP107 AT NIGHT
      *    RC-AUTSIT: CARD/PIX ONLY (SPACE FOR CASH)
      *               A = AUTHORIZED ONLINE BY PAGWSVC
      *               M = SERVICE DOWN - TAKEN ON THE STANDALONE
      *                   TERMINAL, RC-TRANSID TYPED FROM THE SLIP
      *    RC-CONCSIT: SET BY SMP108 FROM THE ACQUIRER SETTLEMENT
      *               S = SETTLED, SAME VALUE   V = SETTLED, VALUE
      *               DIFFERS   SPACE = NO SETTLEMENT SEEN YET
      *    RC-UNIDADE: CADUNID UNIT OF THE CASH DESK (THE OPERATOR'S)
      *----------------------------------------------------------------
       01 REGRECIB.
          03 RECNUM          PIC 9(08).
          03 RC-CHAVEATEN    PIC X(20).
          03 RC-FORMA        PIC X(01).
          03 RC-VALOR        PIC 9(05)V99.
          03 RC-NFSSIT       PIC X(01).
          03 RC-NFSNUM       PIC 9(08).
          03 RC-NFSCOD       PIC X(08).
          03 RC-NFSRET       PIC X(02).
          03 RC-NFSTENT      PIC 9(02).
          03 RC-TRANSID      PIC X(20).
          03 RC-AUTSIT       PIC X(01).
          03 RC-CONCSIT      PIC X(01).
          03 RC-CONCDATA     PIC 9(08).
          03 RC-UNIDADE      PIC 9(02).
