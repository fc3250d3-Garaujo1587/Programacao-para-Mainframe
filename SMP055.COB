      *     RECEIVABLES AGING REPORT BY AGREEMENT       *
      *     OUTSTANDING CADFATUR BALANCES BUCKETED AT   *
      *     30 / 60 / 90 DAYS FROM THE INVOICE DATE     *
      *     WITH A BREAKDOWN BY UNIT BEFORE THE         *
      *     CONSOLIDATED TOTAL                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

      *    THE BILLED VISIT, ROOM OR VEHICLE GIVES THE LINE'S UNIT
       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADQUARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUARTO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT VEHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLATE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NAMEP WITH DUPLICATES.

       SELECT RELAGING ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN     PIC X(20).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADQUARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUARTO.DAT".
       01 REGQUARTO.
          03 QUARTO         PIC 9(04).
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER         PIC X(01).
          03 UNIQ           PIC 9(02).

       FD VEHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
           COPY CPVEHIR.

       FD RELAGING
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAGING.DAT".
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-ATAVAIL     PIC X(01) VALUE "N".
       01 W-QTAVAIL     PIC X(01) VALUE "N".
       01 W-VEAVAIL     PIC X(01) VALUE "N".
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.
       01 W-IU          PIC 9(03) VALUE ZEROS.
       01 W-CONVANT     PIC 9(04) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOT-B90     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-B99     PIC 9(08)V99 VALUE ZEROS.

      *----[ PER-UNIT BUCKET ACCUMULATORS - ROW = CADUNID CODE ]--------
       01 W-UNIDADES.
          03 W-UNI OCCURS 99 TIMES.
             05 W-UNI-B30 PIC 9(08)V99.
             05 W-UNI-B60 PIC 9(08)V99.
             05 W-UNI-B90 PIC 9(08)V99.
             05 W-UNI-B99 PIC 9(08)V99.

       01 LIN-TITULO.
          03 FILLER   PIC X(47) VALUE
             "RELAGING - RECEIVABLES AGING BY AGREEMENT".
          03 FILLER     PIC X(01) VALUE SPACE.
          03 TB99       PIC ZZZ.ZZ9,99.

       01 LIN-CABUNI.
          03 FILLER     PIC X(80) VALUE "BY UNIT".

       01 LIN-UNI.
          03 FILLER     PIC X(07) VALUE "  UNIT ".
          03 UNUM       PIC 9(02).
          03 FILLER     PIC X(22) VALUE SPACES.
          03 UB30       PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 UB60       PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 UB90       PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 UB99       PIC ZZZ.ZZ9,99.

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "OPEN INVOICES ...... ".
          03 RTOTAL     PIC ZZZ.ZZ9.
                 CLOSE CADFATUR CADCONV
                 GO TO ROT-FIM2.

           MOVE "N" TO W-ATAVAIL W-QTAVAIL W-VEAVAIL
           OPEN INPUT CADATEN
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-ATAVAIL.
           OPEN INPUT CADQUARTO
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-QTAVAIL.
           OPEN INPUT VEHREG
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-VEAVAIL.

           MOVE "*** GENERATING AGING REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM


           COMPUTE W-DIASHOJE = W-HOJE-ANO * 360 +
                                 W-HOJE-MES * 30 + W-HOJE-DIA
           MOVE ZEROS TO W-TOTAL W-UNIDADES
           PERFORM VARRE THRU VARRE-FIM.

       INC-FIM.
              PERFORM GRP-QUEBRA THRU GRP-QUEBRA-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABUNI TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-UNIDADES THRU IMPRIME-UNIDADES-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-B30 TO TB30
           MOVE W-TOT-B60 TO TB60
           MOVE W-TOT-B90 TO TB90

       ROT-FIM.
           CLOSE CADFATUR CADCONV RELAGING.
           IF W-ATAVAIL = "Y"
              CLOSE CADATEN.
           IF W-QTAVAIL = "Y"
              CLOSE CADQUARTO.
           IF W-VEAVAIL = "Y"
              CLOSE VEHREG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           COMPUTE W-DIASFAT = W-FAT-ANO * 360 +
                                W-FAT-MES * 30 + W-FAT-DIA
           COMPUTE W-IDADE = W-DIASHOJE - W-DIASFAT
           PERFORM UNI-FATURA THRU UNI-FATURA-FIM

           IF W-IDADE NOT > 30
              ADD W-SALDO TO W-GRP-B30 W-TOT-B30
                             W-UNI-B30 (W-UNIREG)
           ELSE
              IF W-IDADE NOT > 60
                 ADD W-SALDO TO W-GRP-B60 W-TOT-B60
                                W-UNI-B60 (W-UNIREG)
              ELSE
                 IF W-IDADE NOT > 90
                    ADD W-SALDO TO W-GRP-B90 W-TOT-B90
                                   W-UNI-B90 (W-UNIREG)
                 ELSE
                    ADD W-SALDO TO W-GRP-B99 W-TOT-B99
                                   W-UNI-B99 (W-UNIREG).

           ADD 1 TO W-TOTAL
           GO TO VARRE-RD1.
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO2 = "00"
              MOVE NOUNCONV TO GCONVNOME.
           IF W-CONVANT = ZEROS
              MOVE "SELF-PAY (CASH DESK)" TO GCONVNOME.
           MOVE W-CONVANT TO GCONV
           MOVE W-GRP-B30 TO GB30
           MOVE W-GRP-B60 TO GB60
       GRP-QUEBRA-FIM.
           EXIT.

      *------[ UNIT OF THE INVOICE LINE INTO W-UNIREG: A VISIT  ]-------
      *------[ LINE FROM ITS BOOKING, A PER-DIEM ("Q" + ROOM)   ]-------
      *------[ FROM THE ROOM, A TRIP ("T" + PLATE) FROM THE     ]-------
      *------[ VEHICLE. ANYTHING NOT FOUND COUNTS AT UNIT 01    ]-------
       UNI-FATURA.
           MOVE ZEROS TO W-UNIREG
           IF FT-TIPO = "D"
              GO TO UNI-FATURA-QTO.
           IF FT-TIPO = "T"
              GO TO UNI-FATURA-VEI.
           IF W-ATAVAIL NOT = "Y"
              GO TO UNI-FATURA-NORM.
           MOVE FT-CHAVEATEN TO CHAVEATEN
           READ CADATEN
           IF ST-ERRO3 = "00"
              MOVE UNIATEN TO W-UNIREG.
           GO TO UNI-FATURA-NORM.
       UNI-FATURA-QTO.
           IF W-QTAVAIL NOT = "Y"
              GO TO UNI-FATURA-NORM.
           IF FT-CHAVEATEN (2:4) NOT NUMERIC
              GO TO UNI-FATURA-NORM.
           MOVE FT-CHAVEATEN (2:4) TO QUARTO
           READ CADQUARTO KEY IS QUARTO
           IF ST-ERRO4 = "00"
              MOVE UNIQ TO W-UNIREG.
           GO TO UNI-FATURA-NORM.
       UNI-FATURA-VEI.
           IF W-VEAVAIL NOT = "Y"
              GO TO UNI-FATURA-NORM.
           MOVE FT-CHAVEATEN (2:7) TO PLATE
           READ VEHREG
           IF ST-ERRO5 = "00"
              MOVE UNIDV TO W-UNIREG.
       UNI-FATURA-NORM.
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
       UNI-FATURA-FIM.
           EXIT.

      *------[ ONE LINE PER UNIT WITH AN OUTSTANDING BALANCE ]----------
       IMPRIME-UNIDADES.
           MOVE ZEROS TO W-IU.
       IMPRIME-UNIDADES1.
           ADD 1 TO W-IU
           IF W-IU > 99
              GO TO IMPRIME-UNIDADES-FIM.
           IF W-UNI-B30 (W-IU) = ZEROS AND W-UNI-B60 (W-IU) = ZEROS
              AND W-UNI-B90 (W-IU) = ZEROS AND W-UNI-B99 (W-IU) = ZEROS
                 GO TO IMPRIME-UNIDADES1.
           MOVE W-IU TO UNUM
           MOVE W-UNI-B30 (W-IU) TO UB30
           MOVE W-UNI-B60 (W-IU) TO UB60
           MOVE W-UNI-B90 (W-IU) TO UB90
           MOVE W-UNI-B99 (W-IU) TO UB99
           MOVE LIN-UNI TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-UNIDADES1.
       IMPRIME-UNIDADES-FIM.
           EXIT.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
