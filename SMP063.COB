      *     PATIENTS DUE OR OVERDUE FOR A NEXT DOSE,    *
      *     PLUS ELDERLY PATIENTS STILL WITHOUT A       *
      *     SEASONAL FLU DOSE, FOR THE CALL-BACK DESK   *
      *     EACH RUN IS SPOOLED UNDER A DATE-AND-       *
      *     SEQUENCE-STAMPED NAME AND LOGGED IN RPTCAT  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT RELVACDUE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT RPTCAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 NUM        PIC 9(09).
          03 FILLER        PIC X(145).

      *    BY CAT-NOME, SO EACH RUN IS KEPT AND CATALOGUED
       FD RELVACDUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-RELNOME.
       01 LINHA-REL        PIC X(80).

       FD RPTCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPTCAT.DAT".
           COPY CPRPTCAT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO-RP    PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-CPFANT      PIC 9(11) VALUE ZEROS.
       01 W-IDADE       PIC S9(04) VALUE ZEROS.
       01 W-FLUTEM      PIC X(01) VALUE "N".
       01 W-CPFSALVO    PIC 9(11) VALUE ZEROS.
       01 W-RELNOME     PIC X(30) VALUE SPACES.
       01 W-CATSEQ      PIC 9(03) VALUE ZEROS.
       01 W-CATDATA     PIC 9(08) VALUE ZEROS.
       01 W-CATOPER     PIC X(08) VALUE SPACES.

      *----[ PATIENTS THIS AGE OR OLDER GO ON THE LIST WHEN THEY ]------
      *----[ HAVE NO SEASONAL FLU DOSE AT ALL                    ]------
                 CLOSE CADVAC
                 GO TO ROT-FIM2.

           MOVE "BATCH" TO W-CATOPER
           PERFORM CAT-NOME THRU CAT-NOME-FIM
           OPEN OUTPUT RELVACDUE
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
           MOVE W-TOTAL TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           PERFORM CAT-GRAVA THRU CAT-GRAVA-FIM
           MOVE "*** REPORT RELVACDUE GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
       BUSCA-PACI-FIM.
           EXIT.

      *--[ BUILDS THE DATE-AND-SEQUENCE-STAMPED SPOOL NAME FOR ]-------
      *--[ THIS RUN, CONTINUING TODAY'S SEQUENCE FROM RPTCAT    ]-------
       CAT-NOME.
           ACCEPT W-CATDATA FROM DATE YYYYMMDD
           MOVE ZEROS TO W-CATSEQ
           OPEN INPUT RPTCAT
           IF ST-ERRO-RP NOT = "00"
              GO TO CAT-NOME2.
       CAT-NOME1.
           READ RPTCAT AT END
              CLOSE RPTCAT
              GO TO CAT-NOME2.
           IF RP-PROGRAMA = "SMP063" AND RP-DATA = W-CATDATA
              IF RP-SEQ > W-CATSEQ
                 MOVE RP-SEQ TO W-CATSEQ.
           GO TO CAT-NOME1.
       CAT-NOME2.
           ADD 1 TO W-CATSEQ
           MOVE SPACES TO W-RELNOME
           STRING "RELVACDUE-" DELIMITED BY SIZE
                  W-CATDATA    DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  W-CATSEQ     DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
             INTO W-RELNOME.
       CAT-NOME-FIM.
           EXIT.

      *--[ REGISTERS THE FINISHED RUN IN THE SPOOL CATALOG ]------------
       CAT-GRAVA.
           OPEN EXTEND RPTCAT
           IF ST-ERRO-RP NOT = "00"
              OPEN OUTPUT RPTCAT
              CLOSE RPTCAT
              OPEN EXTEND RPTCAT.
           MOVE "SMP063" TO RP-PROGRAMA
           MOVE W-CATDATA TO RP-DATA
           MOVE W-CATSEQ TO RP-SEQ
           MOVE W-CATOPER TO RP-OPERID
           MOVE W-RELNOME TO RP-ARQUIVO
           MOVE W-TOTAL TO RP-REGISTROS
           MOVE SPACE TO RP-ENVIO
           MOVE ZEROS TO RP-ENVDATA
           WRITE REGRPTCAT
           CLOSE RPTCAT.
       CAT-GRAVA-FIM.
           EXIT.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
