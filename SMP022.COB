      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     CONSOLIDATED MONTHLY ACTIVITY REPORT        *
      *     FILES THAT CARRY A UNIT ARE ALSO BROKEN     *
      *     DOWN BY UNIT UNDER THEIR TOTAL LINE         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-ALTERADO   PIC 9(08) VALUE ZEROS.
       01 W-TOTAL      PIC 9(06) VALUE ZEROS.

      *---[ PER-UNIT COUNTERS - ROW = CADUNID UNIT CODE ]---------------
       01 W-UNIDADES.
          03 W-UNI OCCURS 99 TIMES.
             05 W-UNIADD  PIC 9(06).
             05 W-UNICHG  PIC 9(06).
             05 W-UNIDEL  PIC 9(06).
       01 W-IU          PIC 9(03) VALUE ZEROS.
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.
       01 W-ROTUNI.
          03 FILLER     PIC X(07) VALUE "  UNIT ".
          03 W-ROTUNI-N PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(37) VALUE
             "CONSOLIDATED MONTHLY ACTIVITY REPORT".
           IF ST-ERRO6 NOT = "00"
                 MOVE ZEROS TO W-ADDCAD W-CHGCAD W-DELCAD
                 GO TO IMP-VEHREG.
           MOVE ZEROS TO W-ADDCAD W-CHGCAD W-DELCAD PLATE W-UNIDADES
           START VEHREG KEY IS NOT LESS PLATE INVALID KEY
                 GO TO CNT-VEHREG-FIM.
       CNT-VEHREG1.
                 GO TO CNT-VEHREG-FIM.
           MOVE CREATED-DATE OF REGVEHI TO W-CRIADO
           MOVE LAST-CHANGED-DATE OF REGVEHI TO W-ALTERADO
           PERFORM CONTA-REGISTRO THRU CONTA-REGISTRO-FIM
           MOVE UNIDV TO W-UNIREG
           PERFORM CONTA-UNIDADE THRU CONTA-UNIDADE-FIM.
           GO TO CNT-VEHREG1.
       CNT-VEHREG-FIM.
           CLOSE VEHREG.
           MOVE "VEHREG"     TO DARQUIVO
           MOVE "VEHREG"     TO W-ARQFILTRO
           PERFORM CONTA-DELECOES THRU CONTA-DELECOES-FIM
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           PERFORM IMPRIME-UNIDADES THRU IMPRIME-UNIDADES-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
       CONTA-REGISTRO-FIM.
           EXIT.

      *-------[ SAME TEST AGAINST THE RECORD'S UNIT ROW (W-UNIREG) ]---
       CONTA-UNIDADE.
           PERFORM UNI-NORMAL THRU UNI-NORMAL-FIM
           IF W-CRIADO (1:6) = W-DATACOMP
                 ADD 1 TO W-UNIADD (W-UNIREG)
           ELSE
              IF W-ALTERADO (1:6) = W-DATACOMP
                 AND W-ALTERADO NOT = W-CRIADO
                 ADD 1 TO W-UNICHG (W-UNIREG).
       CONTA-UNIDADE-FIM.
           EXIT.

      *-------[ A RECORD WITHOUT A UNIT BELONGS TO UNIT 01 ]------------
       UNI-NORMAL.
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
       UNI-NORMAL-FIM.
           EXIT.

      *-------[ COUNTS ONE FILE'S DELETIONS, FROM THE DELETION LOG ]----
       CONTA-DELECOES.
           MOVE ZEROS TO W-DELCAD
       CONTA-DELECOES1.
           READ CADDELOG AT END
                 GO TO CONTA-DELECOES2.
           IF DL-ARQUIVO NOT = W-ARQFILTRO
              OR DL-ANO NOT = W-DATACOMP-ANO
              OR DL-MES NOT = W-DATACOMP-MES
                 GO TO CONTA-DELECOES1.
           ADD 1 TO W-DELCAD
           ADD 1 TO W-TOTAL
      *    A DELETED VEHICLE'S UNIT IS IN ITS BEFORE-IMAGE
           IF DL-ARQUIVO = "VEHREG"
              MOVE DL-IMAGEM (96:2) TO W-UNIREG
              PERFORM UNI-NORMAL THRU UNI-NORMAL-FIM
              ADD 1 TO W-UNIDEL (W-UNIREG).
           GO TO CONTA-DELECOES1.
       CONTA-DELECOES2.
           CLOSE CADDELOG.
       IMPRIME-LINHA-FIM.
           EXIT.

      *-------[ ONE INDENTED LINE PER UNIT WITH ACTIVITY ]--------------
       IMPRIME-UNIDADES.
           MOVE ZEROS TO W-IU.
       IMPRIME-UNIDADES1.
           ADD 1 TO W-IU
           IF W-IU > 99
              GO TO IMPRIME-UNIDADES-FIM.
           IF W-UNIADD (W-IU) = ZEROS AND W-UNICHG (W-IU) = ZEROS
              AND W-UNIDEL (W-IU) = ZEROS
                 GO TO IMPRIME-UNIDADES1.
           MOVE W-IU TO W-ROTUNI-N
           MOVE W-ROTUNI TO DARQUIVO
           MOVE W-UNIADD (W-IU) TO DADDS
           MOVE W-UNICHG (W-IU) TO DCHGS
           MOVE W-UNIDEL (W-IU) TO DDELS
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-UNIDADES1.
       IMPRIME-UNIDADES-FIM.
           EXIT.

      **********************
      *   MESSAGE ROUTINE  *
      **********************
