       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP155.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DAILY HL7 ADT INTERFACE LOG                 *
      *     EVERY ADT MESSAGE RAISED TODAY, ONE LINE    *
      *     PER RECEIVER, WITH WHAT BECAME OF IT -      *
      *     ACKNOWLEDGED, REJECTED (AND WHY), FAILED OR *
      *     STILL WAITING - THE TOTALS PER RECEIVER,    *
      *     AND THE OLDER MESSAGES STILL WITHOUT AN     *
      *     ACKNOWLEDGEMENT                             *
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

       SELECT RELHL7 ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHL7
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHL7.DAT".
           COPY CPHL7R.

       FD RELHL7
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHL7.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-QTDATR      PIC 9(05) VALUE ZEROS.

      *    TOTALS OF THE DAY PER RECEIVER (SAME ORDER AS CPHL7D)
       01 W-TOTAIS.
          03 W-TOT OCCURS 9 TIMES.
             05 W-TGER  PIC 9(05).
             05 W-TENV  PIC 9(05).
             05 W-TACK  PIC 9(05).
             05 W-TREJ  PIC 9(05).
             05 W-TFAL  PIC 9(05).
             05 W-TPEN  PIC 9(05).

           COPY CPHL7D.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELHL7 - HL7 ADT INTERFACE LOG FOR THE DAY - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "CONTROL ID         RECEIVER EVT CPF    ".
          03 FILLER   PIC X(40) VALUE
             "    ROOM S TRY ACK TEXT".

       01 LIN-DET.
          03 DCONTROLE  PIC X(18).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDEST      PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DEVENTO    PIC X(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQUARTO    PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSIT       PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTENT      PIC ZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DACK       PIC X(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DTEXTO     PIC X(21).

       01 LIN-ATRASO.
          03 FILLER   PIC X(40) VALUE
             "OLDER MESSAGES STILL WITHOUT AN ACKNOWLE".
          03 FILLER   PIC X(40) VALUE
             "DGEMENT".

       01 LIN-TOTCAB.
          03 FILLER   PIC X(40) VALUE
             "RECEIVER                       RAISED  S".
          03 FILLER   PIC X(40) VALUE
             "ENT   ACK  REJ FAIL WAIT".

       01 LIN-TOT.
          03 TNOME      PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 TGER       PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 TENV       PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 TACK       PIC ZZZZ9.
          03 TREJ       PIC ZZZZ9.
          03 TFAL       PIC ZZZZ9.
          03 TPEN       PIC ZZZZ9.

       01 LIN-LEGENDA.
          03 FILLER   PIC X(40) VALUE
             "S: A=ACKNOWLEDGED R=REJECTED F=FAILED E=".
          03 FILLER   PIC X(40) VALUE
             "NO ANSWER YET P=NOT SENT YET".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADHL7
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

           OPEN OUTPUT RELHL7
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAIS W-QTDATR

           MOVE W-HOJE TO HL-DATA
           MOVE ZEROS TO HL-HORA HL-SEQ
           MOVE SPACES TO HL-DEST
           START CADHL7 KEY IS NOT LESS HL-CHAVE INVALID KEY
                 GO TO DIA-FIM.

      *------[ TODAY'S MESSAGES ]---------------------------------------
       DIA-LER.
           READ CADHL7 NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIA-FIM.
           IF HL-DATA NOT = W-HOJE
              GO TO DIA-FIM.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           MOVE 1 TO W-IND.
       DIA-DEST.
           IF W-IND > HD-QTD
              GO TO DIA-LER.
           IF HD-DEST(W-IND) NOT = HL-DEST
              ADD 1 TO W-IND
              GO TO DIA-DEST.
           ADD 1 TO W-TGER(W-IND)
           IF HL-TENT > ZEROS
              ADD 1 TO W-TENV(W-IND).
           IF HL-SIT = "A"
              ADD 1 TO W-TACK(W-IND).
           IF HL-SIT = "R"
              ADD 1 TO W-TREJ(W-IND).
           IF HL-SIT = "F"
              ADD 1 TO W-TFAL(W-IND).
           IF HL-SIT = "P" OR HL-SIT = "E"
              ADD 1 TO W-TPEN(W-IND).
           GO TO DIA-LER.

       DIA-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TOTCAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       DIA-TOT.
           IF W-IND > HD-QTD
              GO TO ATR-INI.
           MOVE HD-NOME(W-IND) TO TNOME
           MOVE W-TGER(W-IND) TO TGER
           MOVE W-TENV(W-IND) TO TENV
           MOVE W-TACK(W-IND) TO TACK
           MOVE W-TREJ(W-IND) TO TREJ
           MOVE W-TFAL(W-IND) TO TFAL
           MOVE W-TPEN(W-IND) TO TPEN
           MOVE LIN-TOT TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND
           GO TO DIA-TOT.

      *------[ EARLIER DAYS' MESSAGES NO RECEIVER HAS ANSWERED YET ]----
       ATR-INI.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ATRASO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO HL-CONTROLE
           MOVE SPACES TO HL-DEST
           START CADHL7 KEY IS NOT LESS HL-CHAVE INVALID KEY
                 GO TO INC-FIM.
       ATR-LER.
           READ CADHL7 NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF HL-DATA NOT < W-HOJE
              GO TO INC-FIM.
           IF HL-SIT NOT = "P" AND HL-SIT NOT = "E"
              GO TO ATR-LER.
           PERFORM MONTA-DET THRU MONTA-DET-FIM
           ADD 1 TO W-QTDATR
           GO TO ATR-LER.

       INC-FIM.
           IF W-QTDATR = ZEROS
              MOVE "NONE" TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-LEGENDA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** RELHL7.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELHL7.

       ROT-FIM.
           CLOSE CADHL7.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ ONE LOG LINE FOR THE ROW IN REGHL7 ]---------------------
       MONTA-DET.
           MOVE HL-CONTROLE TO DCONTROLE
           MOVE HL-DEST     TO DDEST
           MOVE HL-EVENTO   TO DEVENTO
           MOVE HL-CPF      TO DCPF
           MOVE HL-QUARTO   TO DQUARTO
           MOVE HL-SIT      TO DSIT
           MOVE HL-TENT     TO DTENT
           MOVE HL-ACKCOD   TO DACK
           MOVE HL-ACKTXT   TO DTEXTO
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       MONTA-DET-FIM.
           EXIT.

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

      *---------------------*** END OF PROGRAM ***--------------------*
