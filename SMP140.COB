       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP140.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  REPORT DISTRIBUTION LIST (CADDIST)             *
      *  WHO RECEIVES EACH CATALOGUED REPORT BY MAIL,   *
      *  ON WHICH SCHEDULE, AND WHETHER THE REPORT      *
      *  CARRIES PATIENT DATA - SMP141 SENDS THEM       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDIST
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIST.DAT".
           COPY CPDISTR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-PROG        PIC X(08) VALUE SPACES.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-CLINICO     PIC X(01) VALUE SPACES.
       01 W-ARROBA      PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELADIST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "----------------------[ REPORT DISTRIBUT".
           05  LINE 02  COLUMN 41
               VALUE  "ION LIST ]-----------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " REPORT PROGRAM:            RECIPIENT:".
           05  LINE 04  COLUMN 44
               VALUE  "(00 = THE REPORT ITSELF)".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRIPTION:".
           05  LINE 07  COLUMN 01
               VALUE  " CARRIES PATIENT DATA (Y/N):".
           05  LINE 09  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 09  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 11  COLUMN 01
               VALUE  " NAME:".
           05  LINE 12  COLUMN 01
               VALUE  " E-MAIL:".
           05  LINE 14  COLUMN 01
               VALUE  " AUTHORIZED FOR PATIENT DATA (Y/N):".
           05  LINE 16  COLUMN 01
               VALUE  " SCHEDULE (D=EVERY RUN S=WEEKLY M=MONTHLY):".
           05  LINE 16  COLUMN 49
               VALUE  "DAY:".
           05  LINE 17  COLUMN 01
               VALUE  " (WEEKLY: 1=MON ... 7=SUN - MONTHLY: DAY ".
           05  LINE 17  COLUMN 42
               VALUE  "OF THE MONTH)".
           05  LINE 19  COLUMN 01
               VALUE  " STATUS (A=ACTIVE I=SUSPENDED):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TPROG
               LINE 04  COLUMN 18  PIC X(08)
               USING  W-PROG
               HIGHLIGHT.
           05  TSEQ
               LINE 04  COLUMN 40  PIC 9(02)
               USING  DS-SEQ
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 15  PIC X(30)
               USING  W-DESCR
               HIGHLIGHT.
           05  TCLIN
               LINE 07  COLUMN 30  PIC X(01)
               USING  W-CLINICO
               HIGHLIGHT.
           05  TNOME
               LINE 11  COLUMN 10  PIC X(30)
               USING  DS-NOME
               HIGHLIGHT.
           05  TEMAIL
               LINE 12  COLUMN 10  PIC X(50)
               USING  DS-EMAIL
               HIGHLIGHT.
           05  TAUTPAC
               LINE 14  COLUMN 37  PIC X(01)
               USING  DS-AUTPAC
               HIGHLIGHT.
           05  TFREQ
               LINE 16  COLUMN 45  PIC X(01)
               USING  DS-FREQ
               HIGHLIGHT.
           05  TDIA
               LINE 16  COLUMN 54  PIC 9(02)
               USING  DS-DIA
               HIGHLIGHT.
           05  TATIVO
               LINE 19  COLUMN 33  PIC X(01)
               USING  DS-ATIVO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADDIST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDIST
                 CLOSE CADDIST
                 MOVE "*** CADDIST ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADDIST FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO W-PROG W-DESCR W-CLINICO
           PERFORM LIMPA-DEST THRU LIMPA-DEST-FIM
           DISPLAY TELADIST.

       R2.
           ACCEPT TPROG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-PROG = SPACES
                   GO TO R2.
           INSPECT W-PROG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY TPROG.

      *--------[ LINE 00 DESCRIBES THE REPORT - A NEW PROGRAM ON ]-----
      *--------[ THE LIST IS DESCRIBED BEFORE ANY RECIPIENT      ]-----
       R2A.
           MOVE W-PROG TO DS-PROGRAMA
           MOVE ZEROS TO DS-SEQ
           READ CADDIST
           IF ST-ERRO = "00"
              MOVE DS-DESCR TO W-DESCR
              MOVE DS-CLINICO TO W-CLINICO
              DISPLAY TDESCR
              DISPLAY TCLIN
              GO TO R3.
           IF ST-ERRO NOT = "23"
              MOVE "ERROR READ CADDIST FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** NEW REPORT ON THE LIST - DESCRIBE IT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-SEL
           MOVE "Y" TO W-CLINICO
           GO TO REL-001.

       R3.
           PERFORM LIMPA-DEST THRU LIMPA-DEST-FIM
           DISPLAY TELADIST
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF DS-SEQ = ZEROS
              MOVE 1 TO W-SEL
              GO TO REL-001.
           MOVE W-PROG TO DS-PROGRAMA.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADDIST.
           READ CADDIST
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELADIST
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADDIST FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
           MOVE SPACES TO DS-NOME DS-EMAIL
           MOVE ZEROS TO DS-DIA
           MOVE "N" TO DS-AUTPAC
           MOVE "D" TO DS-FREQ
           MOVE "A" TO DS-ATIVO
           MOVE ZEROS TO W-SEL.

       R4.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF DS-NOME = SPACES
              MOVE "*** ENTER THE RECIPIENT'S NAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TEMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE ZEROS TO W-ARROBA
           INSPECT DS-EMAIL TALLYING W-ARROBA FOR ALL "@"
           IF DS-EMAIL = SPACES OR W-ARROBA NOT = 1
              MOVE "*** ENTER A VALID E-MAIL ADDRESS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TAUTPAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DS-AUTPAC = "y"
              MOVE "Y" TO DS-AUTPAC.
           IF DS-AUTPAC = "n"
              MOVE "N" TO DS-AUTPAC.
           IF DS-AUTPAC NOT = "Y" AND DS-AUTPAC NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF DS-AUTPAC = "N" AND W-CLINICO = "Y"
              MOVE "*** NOT AUTHORIZED - THIS REPORT IS WITHHELD ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R7.
           ACCEPT TFREQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DS-FREQ = "d" OR "s" OR "m"
              INSPECT DS-FREQ CONVERTING "dsm" TO "DSM".
           IF DS-FREQ NOT = "D" AND DS-FREQ NOT = "S"
                                AND DS-FREQ NOT = "M"
              MOVE "*** SCHEDULE: D, S OR M ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF DS-FREQ = "D"
              MOVE ZEROS TO DS-DIA
              DISPLAY TDIA
              GO TO R9.

       R8.
           ACCEPT TDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF DS-FREQ = "S" AND (DS-DIA < 1 OR DS-DIA > 7)
              MOVE "*** WEEKDAY: 1=MONDAY ... 7=SUNDAY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF DS-FREQ = "M" AND (DS-DIA < 1 OR DS-DIA > 31)
              MOVE "*** DAY OF THE MONTH: 1 TO 31 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TATIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF DS-ATIVO = "a"
              MOVE "A" TO DS-ATIVO.
           IF DS-ATIVO = "i"
              MOVE "I" TO DS-ATIVO.
           IF DS-ATIVO NOT = "A" AND DS-ATIVO NOT = "I"
              MOVE "*** JUST TYPE A=ACTIVE OR I=SUSPENDED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGDIST
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R3.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                MOVE ZEROS TO W-SEL
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE"
                ACCEPT (23, 42) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R3.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R3
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R4
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDIST RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDIST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ LINE 00 - THE REPORT'S DESCRIPTION AND WHETHER IT ]---
      *--------[ CARRIES PATIENT DATA. W-SEL 1 = CHANGING IT        ]---
       REL-001.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R3
              ELSE
                   GO TO R1.
           IF W-DESCR = SPACES
              MOVE "*** DESCRIBE THE REPORT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-001.

       REL-002.
           ACCEPT TCLIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REL-001.
           IF W-CLINICO = "y"
              MOVE "Y" TO W-CLINICO.
           IF W-CLINICO = "n"
              MOVE "N" TO W-CLINICO.
           IF W-CLINICO NOT = "Y" AND W-CLINICO NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-002.

       REL-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO REL-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REL-OPC.
       REL-WR1.
                MOVE W-PROG TO DS-PROGRAMA
                MOVE ZEROS TO DS-SEQ
                MOVE SPACES TO DS-RELATORIO
                MOVE W-DESCR TO DS-DESCR
                MOVE W-CLINICO TO DS-CLINICO
                IF W-SEL = 1
                   REWRITE REGDIST
                ELSE
                   WRITE REGDIST.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** REPORT RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R3.
                MOVE "ERROR IN FILE RECORDING" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ BLANKS THE RECIPIENT PART OF THE SCREEN ]--------------
       LIMPA-DEST.
           MOVE SPACES TO DS-NOME DS-EMAIL DS-AUTPAC DS-FREQ DS-ATIVO
           MOVE ZEROS TO DS-SEQ DS-DIA W-SEL.
       LIMPA-DEST-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADDIST.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *---------------------*** END OF PROGRAM ***--------------------*
