       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP154.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     HL7 ADT SENDER                              *
      *     DELIVERS THE CADHL7 QUEUE THROUGH HL7WSVC:  *
      *     EVERY MESSAGE NOT YET SENT AND EVERY ONE    *
      *     SENT WITHOUT AN ACKNOWLEDGEMENT GOES OUT    *
      *     AGAIN, IN THE ORDER THE EVENTS HAPPENED,    *
      *     AND THE RECEIVER'S ANSWER IS KEPT ON THE    *
      *     ROW. RUN BY THE DESK THROUGH THE DAY AND    *
      *     ONCE MORE IN THE NIGHT JOB                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHL7 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HL-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHL7
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHL7.DAT".
           COPY CPHL7R.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA.
          03 W-HORA-HHMM PIC 9(04).
          03 FILLER     PIC 9(04).
      *    TRIES BEFORE A MESSAGE NOBODY ACKNOWLEDGES IS GIVEN UP
       01 W-MAXTENT     PIC 9(02) VALUE 24.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-ACKCOD      PIC X(02) VALUE SPACES.
       01 W-ACKTXT      PIC X(40) VALUE SPACES.
       01 W-QTDENV      PIC 9(05) VALUE ZEROS.
       01 W-QTDACK      PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(05) VALUE ZEROS.
       01 W-QTDPEN      PIC 9(05) VALUE ZEROS.
       01 W-QTDMENS.
          03 FILLER     PIC X(05) VALUE "SENT ".
          03 QMENV      PIC ZZZZ9.
          03 FILLER     PIC X(06) VALUE " ACK ".
          03 QMACK      PIC ZZZZ9.
          03 FILLER     PIC X(06) VALUE " REJ ".
          03 QMREJ      PIC ZZZZ9.
          03 FILLER     PIC X(13) VALUE " NO ANSWER ".
          03 QMPEN      PIC ZZZZ9.

      *    A RECEIVER THAT DID NOT ANSWER IS NOT SENT ANYTHING ELSE
      *    IN THIS RUN, SO ITS MESSAGES NEVER ARRIVE OUT OF ORDER
       01 W-FORAS.
          03 W-FORA     PIC X(01) OCCURS 9 TIMES.

           COPY CPHL7D.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADHL7
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** NO ADT MESSAGE QUEUED YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE CADHL7 FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           MOVE "*** SENDING THE ADT QUEUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ALL "N" TO W-FORAS
           MOVE ZEROS TO W-QTDENV W-QTDACK W-QTDREJ W-QTDPEN
           MOVE ZEROS TO HL-CONTROLE
           MOVE SPACES TO HL-DEST
           START CADHL7 KEY IS NOT LESS HL-CHAVE INVALID KEY
                 GO TO INC-FIM.

       LER-HL7.
           READ CADHL7 NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF HL-SIT NOT = "P" AND HL-SIT NOT = "E"
              GO TO LER-HL7.
           MOVE 1 TO W-IND.
       LER-DEST.
      *    A RECEIVER TAKEN OFF CPHL7D KEEPS ITS ROWS AS THEY ARE
           IF W-IND > HD-QTD
              GO TO LER-HL7.
           IF HD-DEST(W-IND) NOT = HL-DEST
              ADD 1 TO W-IND
              GO TO LER-DEST.
           IF W-FORA(W-IND) = "Y"
              GO TO LER-HL7.

           MOVE "99" TO W-ACKCOD
           MOVE SPACES TO W-ACKTXT
           CALL "HL7WSVC" USING HL-DEST HL-CONTROLE HL-CPF HL-SEGS
                                W-ACKCOD W-ACKTXT
              ON OVERFLOW
                 MOVE "99" TO W-ACKCOD.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           ADD 1 TO HL-TENT
           MOVE W-HOJE TO HL-ENVDATA
           MOVE W-HORA-HHMM TO HL-ENVHORA
           MOVE W-ACKCOD TO HL-ACKCOD
           MOVE W-ACKTXT TO HL-ACKTXT
           ADD 1 TO W-QTDENV
           IF W-ACKCOD = "AA"
              MOVE "A" TO HL-SIT
              ADD 1 TO W-QTDACK
           ELSE
              IF W-ACKCOD = "AE" OR W-ACKCOD = "AR"
                 MOVE "R" TO HL-SIT
                 ADD 1 TO W-QTDREJ
              ELSE
                 MOVE "Y" TO W-FORA(W-IND)
                 ADD 1 TO W-QTDPEN
                 MOVE "NO ACKNOWLEDGEMENT FROM THE RECEIVER"
                                                   TO HL-ACKTXT
                 IF HL-TENT < W-MAXTENT
                    MOVE "E" TO HL-SIT
                 ELSE
                    MOVE "F" TO HL-SIT.
           REWRITE REGHL7
           IF ST-ERRO NOT = "00"
              MOVE "ERROR UPDATING THE ADT QUEUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.
           GO TO LER-HL7.

       INC-FIM.
           MOVE W-QTDENV TO QMENV
           MOVE W-QTDACK TO QMACK
           MOVE W-QTDREJ TO QMREJ
           MOVE W-QTDPEN TO QMPEN
           MOVE W-QTDMENS TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADHL7.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *
      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: A REJECTED MESSAGE (R) IS NOT SENT AGAIN - THE
      *    RECEIVER'S REASON IS ON SMP155'S LOG; ONCE THE PATIENT'S
      *    DATA IS PUT RIGHT IN SMP004 THE A08 THAT FOLLOWS CARRIES
      *    THE CORRECTED REGISTRATION.

      *---------------------*** END OF PROGRAM ***--------------------*
