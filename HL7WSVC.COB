       IDENTIFICATION DIVISION.
       PROGRAM-ID. HL7WSVC.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   HL7 ADT INTERFACE ENGINE GATEWAY              *
      *   CALLED BY SMP154 WITH ONE QUEUED ADT MESSAGE  *
      *   AND THE RECEIVING SYSTEM IT IS FOR - HANDS IT *
      *   TO THE INTERFACE ENGINE, WHICH ROUTES IT ON   *
      *   THE RECEIVER'S LINK, AND RETURNS THE          *
      *   RECEIVER'S ACKNOWLEDGEMENT (MSA-1 / MSA-3).   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    PATIENTS A RECEIVER'S MASTER INDEX REFUSES - ANY OTHER
      *    MESSAGE IS ACCEPTED
       01 SVC-SAMPLE.
          03 SVC-ITEM OCCURS 3 TIMES.
             05 SVC-S-DEST      PIC X(08).
             05 SVC-S-CPF       PIC 9(11).
             05 SVC-S-ACK       PIC X(02).
             05 SVC-S-TXT       PIC X(40).
       01 SVC-IND             PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 SVC-DEST            PIC X(08).
       01 SVC-CONTROLE        PIC X(18).
       01 SVC-CPF             PIC 9(11).
       01 SVC-SEGS            PIC X(800).
       01 SVC-ACKCOD          PIC X(02).
       01 SVC-ACKTXT          PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVC-DEST SVC-CONTROLE SVC-CPF SVC-SEGS
                                 SVC-ACKCOD SVC-ACKTXT.
       SVC-0000.
           MOVE "FARMACIA"    TO SVC-S-DEST(1)
           MOVE 12345678909   TO SVC-S-CPF(1)
           MOVE "AE"          TO SVC-S-ACK(1)
           MOVE "PATIENT MERGED - USE THE SURVIVING ID"
                              TO SVC-S-TXT(1)

           MOVE "LABEXT"      TO SVC-S-DEST(2)
           MOVE 98765432100   TO SVC-S-CPF(2)
           MOVE "AE"          TO SVC-S-ACK(2)
           MOVE "DATE OF BIRTH DOES NOT MATCH"
                              TO SVC-S-TXT(2)

           MOVE "AUDITOR"     TO SVC-S-DEST(3)
           MOVE 11144477735   TO SVC-S-CPF(3)
           MOVE "AR"          TO SVC-S-ACK(3)
           MOVE "NOT A MEMBER OF AN AUDITED AGREEMENT"
                              TO SVC-S-TXT(3)

           MOVE "AA"   TO SVC-ACKCOD
           MOVE SPACES TO SVC-ACKTXT
           IF SVC-CPF = ZEROS OR SVC-SEGS(1:4) NOT = "MSH|"
                 MOVE "AR" TO SVC-ACKCOD
                 MOVE "MESSAGE NOT UNDERSTOOD" TO SVC-ACKTXT
                 GO TO SVC-FIM.
           MOVE 1 TO SVC-IND.
       SVC-0010.
           IF SVC-IND > 3
                 GO TO SVC-FIM.
           IF SVC-S-DEST(SVC-IND) = SVC-DEST AND
              SVC-S-CPF(SVC-IND) = SVC-CPF
                 MOVE SVC-S-ACK(SVC-IND) TO SVC-ACKCOD
                 MOVE SVC-S-TXT(SVC-IND) TO SVC-ACKTXT
                 GO TO SVC-FIM.
           ADD 1 TO SVC-IND
           GO TO SVC-0010.
       SVC-FIM.
           EXIT PROGRAM.
      *
      *    ACKNOWLEDGEMENT CODES RETURNED IN SVC-ACKCOD
      *    AA = ACCEPTED BY THE RECEIVER
      *    AE = RECEIVER FOUND AN ERROR IN THE MESSAGE (SVC-ACKTXT)
      *    AR = RECEIVER REJECTED THE MESSAGE (SVC-ACKTXT)
      *    99 = NO ACKNOWLEDGEMENT - THE ENGINE OR THE RECEIVER'S
      *         LINK IS DOWN (SET BY THE CALLER WHEN THE CALL
      *         ITSELF FAILS - SMP154 SENDS THE MESSAGE AGAIN)

      *---------------------*** END OF PROGRAM ***--------------------*
