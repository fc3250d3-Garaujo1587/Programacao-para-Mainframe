             05 NEXTMAINT-DIA PIC 9(02).
             05 NEXTMAINT-MES PIC 9(02).
             05 NEXTMAINT-ANO PIC 9(04).
          03 UNIDV         PIC 9(02).

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE  "TION ***".
           05  LINE 04  COLUMN 01
               VALUE  "  PLATE:    -".
           05  LINE 04  COLUMN 40
               VALUE  "BASE UNIT:".
           05  LINE 07  COLUMN 01
               VALUE  "  OWNER:".
           05  LINE 10  COLUMN 01
               LINE 04  COLUMN 14  PIC 9(04)
               USING  NUMP
               HIGHLIGHT.
           05  TUNIDV
               LINE 04  COLUMN 51  PIC 9(02)
               USING  UNIDV
               HIGHLIGHT.
           05  TNAMEP
               LINE 07  COLUMN 21  PIC X(30)
               USING  NAMEP
       R1.
           MOVE SPACES TO LETTERP NAMEP MODEL COR TXTCOR TXTBRAND
           MOVE ZEROS TO NUMP BRAND ANOF ODOMETER NEXTMAINT
           MOVE 01 TO UNIDV
           DISPLAY TELA92.

      ********* END SHOW SCREEN **********************
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.

       R7C.
           IF UNIDV NOT NUMERIC OR UNIDV = ZEROS
              MOVE 01 TO UNIDV.
           ACCEPT TUNIDV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7B.
           IF UNIDV = ZEROS
              MOVE "*** ENTER THE UNIT THE VEHICLE IS BASED AT ***"
                                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7C.


       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRM (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7C.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO CHANGE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
