       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGWSVC.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   CARD AND PIX PAYMENT AUTHORIZATION GATEWAY    *
      *   CALLED BY SMP056 BEFORE A CARD OR PIX         *
      *   RECEIPT IS WRITTEN - THE ACQUIRER APPROVES    *
      *   OR DECLINES THE SALE AND RETURNS THE          *
      *   TRANSACTION ID IT WILL SETTLE IT UNDER, WHICH *
      *   SMP108 LATER MATCHES ON THE SETTLEMENT FILE.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SALE VALUES THE ACQUIRER DECLINES - ANY OTHER SALE IS
      *    APPROVED
       01 SVC-SAMPLE.
          03 SVC-ITEM OCCURS 3 TIMES.
             05 SVC-S-FORMA     PIC X(01).
             05 SVC-S-VALOR     PIC 9(05)V99.
             05 SVC-S-STATUS    PIC X(02).
       01 SVC-IND             PIC 9(02) VALUE ZEROS.
       01 SVC-HORA            PIC 9(08) VALUE ZEROS.
       01 SVC-ID.
          03 SVC-ID-TIPO      PIC X(04).
          03 SVC-ID-REF       PIC 9(08).
          03 SVC-ID-HORA      PIC 9(08).

       LINKAGE SECTION.
       01 SVC-RECNUM          PIC 9(08).
       01 SVC-FORMA           PIC X(01).
       01 SVC-VALOR           PIC 9(05)V99.
       01 SVC-STATUS          PIC X(02).
       01 SVC-TRANSID         PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVC-RECNUM SVC-FORMA SVC-VALOR
                                 SVC-STATUS SVC-TRANSID.
       SVC-0000.
           MOVE "C"           TO SVC-S-FORMA(1)
           MOVE 99999.99      TO SVC-S-VALOR(1)
           MOVE "51"          TO SVC-S-STATUS(1)

           MOVE "C"           TO SVC-S-FORMA(2)
           MOVE 66666.66      TO SVC-S-VALOR(2)
           MOVE "05"          TO SVC-S-STATUS(2)

           MOVE "P"           TO SVC-S-FORMA(3)
           MOVE 77777.77      TO SVC-S-VALOR(3)
           MOVE "PX"          TO SVC-S-STATUS(3)

           MOVE SPACES TO SVC-TRANSID
           IF SVC-FORMA NOT = "C" AND SVC-FORMA NOT = "P"
                 MOVE "12" TO SVC-STATUS
                 GO TO SVC-FIM.
           MOVE 1 TO SVC-IND.
       SVC-0010.
           IF SVC-IND > 3
                 GO TO SVC-0020.
           IF SVC-S-FORMA(SVC-IND) = SVC-FORMA AND
              SVC-S-VALOR(SVC-IND) = SVC-VALOR
                 MOVE SVC-S-STATUS(SVC-IND) TO SVC-STATUS
                 GO TO SVC-FIM.
           ADD 1 TO SVC-IND
           GO TO SVC-0010.
       SVC-0020.
           MOVE "00" TO SVC-STATUS
           IF SVC-FORMA = "P"
              MOVE "E2E-" TO SVC-ID-TIPO
           ELSE
              MOVE "NSU-" TO SVC-ID-TIPO.
           ACCEPT SVC-HORA FROM TIME
           MOVE SVC-RECNUM TO SVC-ID-REF
           MOVE SVC-HORA TO SVC-ID-HORA
           MOVE SVC-ID TO SVC-TRANSID.
       SVC-FIM.
           EXIT PROGRAM.
      *
      *    STATUS CODES RETURNED IN SVC-STATUS
      *    00 = APPROVED - SVC-TRANSID FILLED
      *    05 = CARD DECLINED BY THE ISSUER
      *    12 = PAYMENT FORM NOT HANDLED BY THE ACQUIRER
      *    51 = CARD DECLINED - INSUFFICIENT FUNDS
      *    PX = PIX CHARGE EXPIRED UNPAID
      *    99 = NO ANSWER FROM THE SERVICE (SET BY THE CALLER WHEN
      *         THE CALL ITSELF FAILS - SEE SMP056'S MANUAL-SLIP
      *         PATH)

      *---------------------*** END OF PROGRAM ***--------------------*
