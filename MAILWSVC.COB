       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILWSVC.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAIL GATEWAY                                  *
      *   CALLED BY SMP141 FOR EACH REPORT DELIVERY -   *
      *   HANDS ONE SPOOL FILE, AS AN ATTACHMENT, TO    *
      *   THE MAIL SERVER FOR ONE RECIPIENT AND         *
      *   RETURNS THE SERVER'S ANSWER.                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    MAILBOXES THE SERVER CURRENTLY BOUNCES - MAIL TO ANY OTHER
      *    WELL-FORMED ADDRESS IS ACCEPTED
       01 SVC-SAMPLE.
          03 SVC-ITEM OCCURS 2 TIMES.
             05 SVC-S-EMAIL     PIC X(50).
             05 SVC-S-STATUS    PIC X(02).
       01 SVC-IND             PIC 9(02) VALUE ZEROS.
       01 SVC-ARROBA          PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 SVC-EMAIL           PIC X(50).
       01 SVC-ASSUNTO         PIC X(60).
       01 SVC-ARQUIVO         PIC X(30).
       01 SVC-STATUS          PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVC-EMAIL SVC-ASSUNTO SVC-ARQUIVO
                                 SVC-STATUS.
       SVC-0000.
           MOVE "EX-FUNCIONARIO@CLINICA.COM.BR" TO SVC-S-EMAIL(1)
           MOVE "01"                           TO SVC-S-STATUS(1)

           MOVE "RECEPCAO.ANTIGA@CLINICA.COM.BR" TO SVC-S-EMAIL(2)
           MOVE "03"                             TO SVC-S-STATUS(2)

           IF SVC-ARQUIVO = SPACES
                 MOVE "02" TO SVC-STATUS
                 GO TO SVC-FIM.
           MOVE ZEROS TO SVC-ARROBA
           INSPECT SVC-EMAIL TALLYING SVC-ARROBA FOR ALL "@"
           IF SVC-ARROBA NOT = 1
                 MOVE "01" TO SVC-STATUS
                 GO TO SVC-FIM.
           MOVE 1 TO SVC-IND.
       SVC-0010.
           IF SVC-IND > 2
                 GO TO SVC-0020.
           IF SVC-S-EMAIL(SVC-IND) = SVC-EMAIL
                 MOVE SVC-S-STATUS(SVC-IND) TO SVC-STATUS
                 GO TO SVC-FIM.
           ADD 1 TO SVC-IND
           GO TO SVC-0010.
       SVC-0020.
           MOVE "00" TO SVC-STATUS.
       SVC-FIM.
           EXIT PROGRAM.
      *
      *    STATUS CODES RETURNED IN SVC-STATUS
      *    00 = ACCEPTED BY THE MAIL SERVER FOR DELIVERY
      *    01 = REFUSED - ADDRESS MALFORMED OR UNKNOWN MAILBOX
      *    02 = REFUSED - NO ATTACHMENT NAMED
      *    03 = REFUSED - RECIPIENT MAILBOX FULL
      *    99 = NO ANSWER FROM THE SERVER (SET BY THE CALLER WHEN
      *         THE CALL ITSELF FAILS)

      *---------------------*** END OF PROGRAM ***--------------------*
