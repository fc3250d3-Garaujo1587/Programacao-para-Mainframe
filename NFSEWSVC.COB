       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSEWSVC.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MUNICIPAL SERVICE INVOICE (NFS-E) GATEWAY     *
      *   CALLED BY SMP056 RIGHT AFTER A SELF-PAY       *
      *   RECEIPT IS WRITTEN, AND BY SMP107 AT NIGHT    *
      *   FOR RECEIPTS THE CITY REFUSED OR NEVER        *
      *   ANSWERED - RETURNS THE INVOICE NUMBER AND     *
      *   THE CITY'S VERIFICATION CODE.                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SERVICE TAKERS THE CITY REGISTER HOLDS AS IRREGULAR - AN
      *    INVOICE TO ANY OTHER CPF IS ISSUED
       01 SVC-SAMPLE.
          03 SVC-ITEM OCCURS 3 TIMES.
             05 SVC-S-CPF       PIC 9(11).
             05 SVC-S-STATUS    PIC X(02).
       01 SVC-IND             PIC 9(02) VALUE ZEROS.
       01 SVC-QUOC            PIC 9(12) VALUE ZEROS.
       01 SVC-CALC            PIC 9(12) VALUE ZEROS.
       01 SVC-COD             PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 SVC-RECNUM          PIC 9(08).
       01 SVC-DATA            PIC 9(08).
       01 SVC-CPF             PIC 9(11).
       01 SVC-VALOR           PIC 9(05)V99.
       01 SVC-STATUS          PIC X(02).
       01 SVC-NFSNUM          PIC 9(08).
       01 SVC-NFSCOD          PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVC-RECNUM SVC-DATA SVC-CPF SVC-VALOR
                                 SVC-STATUS SVC-NFSNUM SVC-NFSCOD.
       SVC-0000.
           MOVE 00000000000   TO SVC-S-CPF(1)
           MOVE "01"          TO SVC-S-STATUS(1)

           MOVE 12345678909   TO SVC-S-CPF(2)
           MOVE "01"          TO SVC-S-STATUS(2)

           MOVE 98765432100   TO SVC-S-CPF(3)
           MOVE "03"          TO SVC-S-STATUS(3)

           MOVE ZEROS  TO SVC-NFSNUM
           MOVE SPACES TO SVC-NFSCOD
           IF SVC-VALOR = ZEROS
                 MOVE "02" TO SVC-STATUS
                 GO TO SVC-FIM.
           MOVE 1 TO SVC-IND.
       SVC-0010.
           IF SVC-IND > 3
                 GO TO SVC-0020.
           IF SVC-S-CPF(SVC-IND) = SVC-CPF
                 MOVE SVC-S-STATUS(SVC-IND) TO SVC-STATUS
                 GO TO SVC-FIM.
           ADD 1 TO SVC-IND
           GO TO SVC-0010.
       SVC-0020.
           MOVE "00" TO SVC-STATUS
           MOVE SVC-RECNUM TO SVC-NFSNUM
           COMPUTE SVC-CALC = SVC-RECNUM * 7919 + SVC-DATA
           DIVIDE SVC-CALC BY 99999989 GIVING SVC-QUOC
                  REMAINDER SVC-COD
           MOVE SVC-COD TO SVC-NFSCOD.
       SVC-FIM.
           EXIT PROGRAM.
      *
      *    STATUS CODES RETURNED IN SVC-STATUS
      *    00 = INVOICE ISSUED - SVC-NFSNUM AND SVC-NFSCOD FILLED
      *    01 = REFUSED - TAKER CPF IRREGULAR IN THE CITY REGISTER
      *    02 = REFUSED - INVOICE VALUE MISSING
      *    03 = REFUSED - TAKER CPF BLOCKED BY THE TAX OFFICE
      *    99 = NO ANSWER FROM THE SERVICE (SET BY THE CALLER WHEN
      *         THE CALL ITSELF FAILS - THE RECEIPT IS LEFT FOR
      *         SMP107 TO RE-SEND)

      *---------------------*** END OF PROGRAM ***--------------------*
