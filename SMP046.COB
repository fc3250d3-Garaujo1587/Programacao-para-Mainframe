                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT CADEQMST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-TAG
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
          03 PLANOQ    PIC 9(02).
          03 CPF       PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADEQMST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQMST.DAT".
           COPY CPEQMSTR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-EMOK        PIC X(01) VALUE "N".
       01 W-BLOQ        PIC X(01) VALUE "N".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-NEWQUARTO   PIC 9(04) VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    NO ASSET MASTER YET MEANS NO SERVICE OR CALIBRATION CHECK
           OPEN INPUT CADEQMST
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-EMOK.

       R1.
           MOVE SPACES TO ASSETTAG W-CKOTXT W-RETTXT
           MOVE ZEROS TO QUARTO OF REGEQUIP CHECKOUT-DATA CHECKOUT-HORA
              GO TO R3.

       INC-OPC.
                PERFORM CAL-CHK THRU CAL-CHK-FIM
                IF W-BLOQ = "Y"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                DISPLAY (23, 30) "MARK AS RETURNED NOW (Y/N) : "
                ACCEPT (23, 60) W-OPCAO WITH UPDATE
                IF W-OPCAO NOT = "Y" AND "y"
                   GO TO ALT-CHK.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                MOVE W-HOJE-ANO TO RET-ANO
                MOVE W-HOJE-DIA TO RET-DIA
                MOVE W-HORA-HH TO RET-HH
                MOVE W-HORA-MM TO RET-MM
                MOVE W-HORA-SS TO RET-SS
                GO TO ALT-RW1.
      *    STILL SIGNED OUT (OR MOVED TO ANOTHER ROOM) - THE SAME
      *    SERVICE AND CALIBRATION CHECK AS A NEW CHECKOUT
       ALT-CHK.
                PERFORM CAL-CHK THRU CAL-CHK-FIM
                IF W-BLOQ = "Y"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-RW1.
                REWRITE REGEQUIP
                IF ST-ERRO = "00" OR "02"

       ROT-FIM.
           CLOSE CADEQUIP CADQUARTO.
           IF W-EMOK = "Y"
              CLOSE CADEQMST.
           STOP RUN.

      *------[ AN ASSET OUT FOR SERVICE, WRITTEN OFF OR PAST ITS ]------
      *------[ CALIBRATION DUE DATE (SMP149) CANNOT BE SIGNED    ]------
      *------[ OUT. AN ASSET NOT ON THE MASTER IS NOT CHECKED    ]------
       CAL-CHK.
           MOVE "N" TO W-BLOQ
           IF W-EMOK NOT = "Y"
              GO TO CAL-CHK-FIM.
           MOVE ASSETTAG TO EM-TAG
           READ CADEQMST
           IF ST-ERRO3 NOT = "00"
              GO TO CAL-CHK-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF EM-STATUS = "S"
              MOVE "*** ASSET IS OUT FOR SERVICE - SEE SMP149 ***"
                                                          TO MENS
              MOVE "Y" TO W-BLOQ
              GO TO CAL-CHK-FIM.
           IF EM-STATUS = "B"
              MOVE "*** ASSET IS WRITTEN OFF - SEE SMP149 ***" TO MENS
              MOVE "Y" TO W-BLOQ
              GO TO CAL-CHK-FIM.
           IF EM-CALVENC NOT = ZEROS AND EM-CALVENC < W-HOJE
              MOVE "*** CALIBRATION OVERDUE - SEE SMP149 ***" TO MENS
              MOVE "Y" TO W-BLOQ.
       CAL-CHK-FIM.
           EXIT.

      *------[ BUILDS THE READ-ONLY CHECKOUT/RETURN DISPLAY TEXT ]------
       MONTA-TS.
           MOVE SPACES TO W-CKOTXT W-RETTXT
