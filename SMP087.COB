          03 PLANOQ        PIC 9(02).
          03 CPFQ          PIC 9(11).
          03 QSTATUS       PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CLEANLOG
               LABEL RECORD IS STANDARD
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 STATTXT       PIC X(20) VALUE SPACES.
       01 W-SAVQUARTO   PIC 9(04) VALUE ZEROS.
       01 W-UNIHK       PIC 9(02) VALUE 01.
       01 W-UNIQ        PIC 9(02) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
               VALUE  "-----------------[ HOUSEKEEPING WORK QUE".
           05  LINE 02  COLUMN 41
               VALUE  "UE ]------------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " UNIT (00=ALL):".
           05  LINE 06  COLUMN 01
               VALUE  " ROOM:".
           05  LINE 08  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TUNIHK
               LINE 04  COLUMN 17  PIC 9(02)
               USING  W-UNIHK
               HIGHLIGHT.
           05  TQUARTO
               LINE 06  COLUMN 08  PIC 9(04)
               USING  QUARTO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    THE CLEANING TEAM WORKS ONE BUILDING - THE QUEUE SHOWS
      *    THE ROOMS OF THE UNIT ASKED FOR, 00 SHOWS THEM ALL
       R0U.
           MOVE ZEROS TO QUARTO PLANOQ
           MOVE SPACES TO STATTXT
           DISPLAY TELAHK
           ACCEPT TUNIHK
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO QUARTO
           START CADQUARTO KEY IS NOT LESS QUARTO INVALID KEY
                 GO TO ROT-FIM.
           IF QSTATUS NOT = "L" AND QSTATUS NOT = "P"
                 GO TO R2.
           MOVE UNIQ TO W-UNIQ
           IF W-UNIQ NOT NUMERIC OR W-UNIQ = ZEROS
              MOVE 01 TO W-UNIQ.
           IF W-UNIHK NOT = ZEROS AND W-UNIQ NOT = W-UNIHK
                 GO TO R2.

           IF QSTATUS = "L"
              MOVE "AWAITING CLEANING" TO STATTXT
