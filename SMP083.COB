      *   DISPATCHER ASSIGNMENT OF A VEHREG VEHICLE AND *
      *   THE DRIVER ON SHIFT (CADSHIFT), AND AUTOMATIC *
      *   CREATION OF THE VEHTRIP ROW AT DEPARTURE      *
      *   A VEHICLE WITH AN OPEN WORKSHOP ORDER         *
      *   (CADOFIC) IS OUT OF SERVICE AND NOT ASSIGNED  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO6.

           SELECT CADOFIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEOFIC
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS OF-PLATE WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

       FD CADOFIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOFIC.DAT".
           COPY CPOFICR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-OFAVAIL     PIC X(01) VALUE "N".
       01 W-NAOFICINA   PIC X(01) VALUE "N".
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 ENDTXT        PIC X(30) VALUE SPACES.
       01 STATTXT       PIC X(10) VALUE SPACES.
           ELSE
                 NEXT SENTENCE.

      *    NO WORK ORDER FILE YET MEANS NO VEHICLE IS IN THE WORKSHOP
       R0C.
           OPEN INPUT CADOFIC
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-OFAVAIL.

       R1.
           MOVE SPACES TO PACNOME ENDTXT STATTXT DP-PLATE DP-DRIVER
           MOVE SPACES TO DP-STATUS
              MOVE "*** VEHICLE NOT ON VEHREG ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASG-002.
           PERFORM OFIC-BUSCA THRU OFIC-BUSCA-FIM
           IF W-NAOFICINA = "Y"
              MOVE "*** VEHICLE IN THE WORKSHOP - OUT OF SERVICE ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASG-002.

      *    THE DRIVER COMES FROM THE VEHICLE'S CURRENT CADSHIFT
      *    ASSIGNMENT; WHEN NO SHIFT COVERS THIS MOMENT THE
           IF W-OPCAO NOT = "Y" AND "y"
              GO TO R1.

      *    THE VEHICLE MAY HAVE GONE INTO THE WORKSHOP SINCE IT WAS
      *    ASSIGNED - THE DISPATCHER ASSIGNS ANOTHER ONE
           PERFORM OFIC-BUSCA THRU OFIC-BUSCA-FIM
           IF W-NAOFICINA = "Y"
              MOVE "*** VEHICLE IN THE WORKSHOP - ASSIGN ANOTHER ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

           MOVE SPACES TO ENDTXT
           MOVE DP-CEP TO CEP
           READ CADCEP KEY IS CEP
       SHIFT-BUSCA-FIM.
           EXIT.

      *------[ Y IN W-NAOFICINA WHEN DP-PLATE HAS AN OPEN ORDER ]-------
       OFIC-BUSCA.
           MOVE "N" TO W-NAOFICINA
           IF W-OFAVAIL NOT = "Y"
              GO TO OFIC-BUSCA-FIM.
           MOVE DP-PLATE TO OF-PLATE
           START CADOFIC KEY IS NOT LESS OF-PLATE INVALID KEY
                 GO TO OFIC-BUSCA-FIM.
       OFIC-BUSCA1.
           READ CADOFIC NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO OFIC-BUSCA-FIM.
           IF OF-PLATE NOT = DP-PLATE
              GO TO OFIC-BUSCA-FIM.
           IF OF-STATUS = "A"
              MOVE "Y" TO W-NAOFICINA
              GO TO OFIC-BUSCA-FIM.
           GO TO OFIC-BUSCA1.
       OFIC-BUSCA-FIM.
           EXIT.

      *------[ HIGHEST REQUEST NUMBER ON FILE ]-------------------------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXNUM DESPNUM

       ROT-FIM.
           CLOSE CADDESP CADPACI CADCEP VEHREG CADSHIFT VEHTRIP.
           IF W-OFAVAIL = "Y"
              CLOSE CADOFIC.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
