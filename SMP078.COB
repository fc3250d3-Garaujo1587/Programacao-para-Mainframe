       01 W-ARQNOME     PIC X(30) VALUE SPACES.
       01 W-COPIADAS    PIC 9(06) VALUE ZEROS.
       01 W-REGSED      PIC ZZZ.ZZ9 VALUE ZEROS.
       01 W-ENVTXT      PIC X(30) VALUE SPACES.
       01 W-ENVDATA     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  " SPOOL FILE:".
           05  LINE 13  COLUMN 01
               VALUE  " RECORDS:".
           05  LINE 15  COLUMN 01
               VALUE  " MAILED:                                ON:".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TPROG
               LINE 13  COLUMN 11  PIC ZZZ.ZZ9
               USING  W-REGSED
               HIGHLIGHT.
           05  TENVIO
               LINE 15  COLUMN 10  PIC X(30)
               USING  W-ENVTXT
               HIGHLIGHT.
           05  TENVDATA
               LINE 15  COLUMN 45  PIC 9999/99/99
               USING  W-ENVDATA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              GO TO ROT-FIM.

           MOVE RP-REGISTROS TO W-REGSED
           PERFORM ENV-TEXTO THRU ENV-TEXTO-FIM
           DISPLAY TELACAT.

       R2.
       REIMPRIME-FIM.
           EXIT.

      *------[ THE SMP141 MAIL OUTCOME STAMPED ON THE RUN ]-------------
       ENV-TEXTO.
           MOVE ZEROS TO W-ENVDATA
           IF RP-ENVIO = SPACE
              MOVE "NOT YET DISTRIBUTED" TO W-ENVTXT
              GO TO ENV-TEXTO-FIM.
           MOVE RP-ENVDATA TO W-ENVDATA
           IF RP-ENVIO = "E"
              MOVE "DELIVERED" TO W-ENVTXT
           ELSE
              IF RP-ENVIO = "F"
                 MOVE "FAILED - SEE RELDIST" TO W-ENVTXT
              ELSE
                 IF RP-ENVIO = "N"
                    MOVE "NO RECIPIENT DUE" TO W-ENVTXT
                 ELSE
                    MOVE "TOO OLD - NOT SENT" TO W-ENVTXT.
       ENV-TEXTO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE RPTCAT.
       ROT-FIM2.
