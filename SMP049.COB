                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT CADPRESH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESH
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS PH-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT RELXREF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADDIAG
               LABEL RECORD IS STANDARD
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD CADPRESH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESH.DAT".
           COPY CPPRESHR.

       FD RELXREF
               LABEL RECORD IS STANDARD
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-CPFARG      PIC 9(11) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-LDOBS    PIC X(30).
       01 W-LINATEN.
          03 W-LAARQ    PIC X(10) VALUE "CADATEN   ".
          03 W-LACRMUF  PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 W-LACRM    PIC 9(06).
          03 FILLER     PIC X(08) VALUE "OUTCOME:".
          03 W-LAOUT    PIC X(01).
       01 W-LINPRESC.
          03 W-LRARQ    PIC X(12) VALUE "  CADPRESC  ".
          03 W-LRSEQ    PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-LRDROGA  PIC X(30).
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    CADATENH/CADPRESH ONLY EXIST ONCE SMP145 HAS ARCHIVED
           OPEN INPUT CADATENH
           OPEN INPUT CADPRESH
           IF ST-ERRO8 = "00" AND ST-ERRO9 = "00"
              MOVE "Y" TO W-HISTOK.

       R1.
           MOVE SPACES TO W-TIPO W-CRMUFARG
           MOVE ZEROS TO W-CPFARG W-CRMARG
           GO TO R1.

       ROT-FIM.
           CLOSE CADPACI CADMED CADATEN CADDIAG CADPRESC CADQUARTO
           IF W-HISTOK = "Y"
              CLOSE CADATENH CADPRESH.
       ROT-FIM2.
           STOP RUN.

       ATEN-X.
           MOVE W-CPFARG TO CPF
           START CADATEN KEY IS NOT LESS CPF INVALID KEY
                 GO TO ATEN-X5.
       ATEN-X1.
           READ CADATEN NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ATEN-X5.
           IF CPF NOT = W-CPFARG
              GO TO ATEN-X5.
           PERFORM ATEN-MONTA THRU ATEN-MONTA-FIM
           PERFORM PRESC-X THRU PRESC-X-FIM
           GO TO ATEN-X1.
      *------[ THEN THE ARCHIVED ONES, FROM CADATENH/CADPRESH ]---------
       ATEN-X5.
           IF W-HISTOK NOT = "Y"
              GO TO ATEN-X-FIM.
           MOVE W-CPFARG TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO ATEN-X-FIM.
       ATEN-X6.
           READ CADATENH NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO ATEN-X-FIM.
           IF AH-CPF NOT = W-CPFARG
              GO TO ATEN-X-FIM.
           PERFORM ATENH-MONTA THRU ATENH-MONTA-FIM
           PERFORM PRESCH-X THRU PRESCH-X-FIM
           GO TO ATEN-X6.
       ATEN-X-FIM.
           EXIT.

       ATEN-MONTA-FIM.
           EXIT.

      *------[ THE SAME DETAIL LINE FOR AN ARCHIVED APPOINTMENT ]-------
       ATENH-MONTA.
           MOVE "CADATENH  " TO W-LAARQ
           MOVE AH-CRMUF     TO W-LACRMUF
           MOVE AH-CRM       TO W-LACRM
           MOVE AH-DATACON   TO W-LADATA
           MOVE AH-HORACON   TO W-LAHORA
           MOVE AH-CPF       TO W-LACPF
           MOVE AH-OUTCOME   TO W-LAOUT
           WRITE LINHA-REL FROM W-LINATEN
           MOVE "CADATEN   " TO W-LAARQ
           ADD 1 TO W-TOTLIST.
       ATENH-MONTA-FIM.
           EXIT.

      *------[ THE PRESCRIPTION LINES HANGING OFF ONE APPOINTMENT ]-----
       PRESC-X.
           MOVE CHAVEATEN TO W-SAVCHAVE
       PRESC-X-FIM.
           EXIT.

      *------[ THE ARCHIVED PRESCRIPTION LINES OF ONE ARCHIVED ]--------
      *------[ APPOINTMENT                                     ]--------
       PRESCH-X.
           MOVE CHAVEATENH TO W-SAVCHAVE
           MOVE W-SAVCHAVE TO PH-CHAVEATEN
           START CADPRESH KEY IS NOT LESS PH-CHAVEATEN INVALID KEY
                 GO TO PRESCH-X-FIM.
       PRESCH-X1.
           READ CADPRESH NEXT
           IF ST-ERRO9 NOT = "00"
              GO TO PRESCH-X-FIM.
           IF PH-CHAVEATEN NOT = W-SAVCHAVE
              GO TO PRESCH-X-FIM.
           MOVE "  CADPRESH  " TO W-LRARQ
           MOVE PH-SEQ     TO W-LRSEQ
           MOVE PH-DROGA   TO W-LRDROGA
           MOVE PH-DOSAGEM TO W-LRDOSA
           WRITE LINHA-REL FROM W-LINPRESC
           MOVE "  CADPRESC  " TO W-LRARQ
           ADD 1 TO W-TOTLIST
           GO TO PRESCH-X1.
       PRESCH-X-FIM.
           EXIT.

      *------[ CADQUARTO HOLDS THE OCCUPANT CPF AS A PLAIN DATA ]-------
      *------[ FIELD, SO THE ROOM FILE TAKES A FULL SCAN        ]-------
       QUARTO-X.
           MOVE W-CRMARG   TO CRM OF REGATEN
           MOVE ZEROS TO DATACON HORACON
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO ATENM-X5.
       ATENM-X1.
           READ CADATEN NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ATENM-X5.
           IF CRMUF OF REGATEN NOT = W-CRMUFARG OR
              CRM OF REGATEN NOT = W-CRMARG
              GO TO ATENM-X5.
           PERFORM ATEN-MONTA THRU ATEN-MONTA-FIM
           GO TO ATENM-X1.
       ATENM-X5.
           IF W-HISTOK NOT = "Y"
              GO TO ATENM-X-FIM.
           MOVE W-CRMUFARG TO AH-CRMUF
           MOVE W-CRMARG   TO AH-CRM
           MOVE ZEROS TO AH-DATACON AH-HORACON
           START CADATENH KEY IS NOT LESS CHAVEATENH INVALID KEY
                 GO TO ATENM-X-FIM.
       ATENM-X6.
           READ CADATENH NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO ATENM-X-FIM.
           IF AH-CRMUF NOT = W-CRMUFARG OR
              AH-CRM NOT = W-CRMARG
              GO TO ATENM-X-FIM.
           PERFORM ATENH-MONTA THRU ATENH-MONTA-FIM
           GO TO ATENM-X6.
       ATENM-X-FIM.
           EXIT.

