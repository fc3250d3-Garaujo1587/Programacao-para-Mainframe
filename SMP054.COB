                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

           SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-FATNUM
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS RG-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RG-MOTIVO WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-RGAVAIL     PIC X(01) VALUE "N".
       01 CONVNOME      PIC X(30) VALUE SPACES.
       01 SITPAGTXT     PIC X(14) VALUE SPACES.
       01 W-VALORED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    APPEALS ARE OPTIONAL - NO CADRECUR, NOTHING TO PROTECT
           MOVE "N" TO W-RGAVAIL
           OPEN INPUT CADRECUR
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-RGAVAIL.

       R1.
           MOVE SPACES TO CONVNOME SITPAGTXT FT-GLOSA FT-SITPAG
           MOVE ZEROS TO FATNUM FT-CONV FT-CPF FT-PERIODO FT-VALOR
                  GO TO R1.

           PERFORM MOSTRA THRU MOSTRA-FIM

      *    ONCE A DENIAL IS UNDER APPEAL ITS PAID VALUE IS MOVED BY
      *    SMP102 ONLY - POSTING AGAIN HERE WOULD LOSE THE RECOVERY
           IF W-RGAVAIL = "Y"
              MOVE FATNUM TO RG-FATNUM
              READ CADRECUR
              IF ST-ERRO3 = "00"
                 MOVE "*** LINE IS UNDER APPEAL - SEE SMP102 ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.

           IF FT-SITPAG NOT = SPACES
              MOVE "Y" TO W-OPCAO
              DISPLAY (23, 12) "ALREADY POSTED - POST AGAIN (Y/N) : "
       ROT-FIM.
           CLOSE CADFATUR
           CLOSE CADCONV.
           IF W-RGAVAIL = "Y"
              CLOSE CADRECUR.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
