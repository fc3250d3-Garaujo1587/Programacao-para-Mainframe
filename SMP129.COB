       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP129.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DRUG MASTER (FORMULARY) MAINTENANCE         *
      *     D - ONE ROW PER DRUG PRESENTATION: CODE,    *
      *         GENERIC NAME, STRENGTH, FORM, LABEL,    *
      *         CONTROLLED CLASS AND DEFAULT DOSAGE     *
      *     S - MAPS AN OLD FREE-TEXT SPELLING FROM THE *
      *         CONVERSION WORKLIST TO ITS DRUG CODE    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

           SELECT CADDRALI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-NOME
                    FILE STATUS  IS ST-ERRO2.

           SELECT CADSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTOCK
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADDRALI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDRALI.DAT".
           COPY CPDRALIR.

       FD CADSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
           COPY CPSTOCKR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-SKAVAIL     PIC X(01) VALUE "N".
       01 W-DRSAVE      PIC X(111) VALUE SPACES.
       01 W-DRCOD       PIC 9(05) VALUE ZEROS.
       01 W-ALIEXISTE   PIC X(01) VALUE "N".
       01 W-ALIDROGA    PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELADROGA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "--------------------[ DRUG MASTER (FORMU".
           05  LINE 02  COLUMN 41
               VALUE  "LARY) ]---------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " DRUG CODE:".
           05  LINE 06  COLUMN 01
               VALUE  " GENERIC NAME:".
           05  LINE 08  COLUMN 01
               VALUE  " STRENGTH:".
           05  LINE 10  COLUMN 01
               VALUE  " FORM:".
           05  LINE 12  COLUMN 01
               VALUE  " LABEL:".
           05  LINE 14  COLUMN 01
               VALUE  " CONTROLLED CLASS:".
           05  LINE 14  COLUMN 24
               VALUE  "(A1-A3 B1-B2 C1-C5, BLANK = NOT CONTROLLED)".
           05  LINE 16  COLUMN 01
               VALUE  " DEFAULT DOSAGE:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCOD
               LINE 04  COLUMN 13  PIC 9(05)
               USING  DR-COD
               HIGHLIGHT.
           05  TGENER
               LINE 06  COLUMN 16  PIC X(30)
               USING  DR-GENERICO
               HIGHLIGHT.
           05  TCONC
               LINE 08  COLUMN 12  PIC X(12)
               USING  DR-CONCENT
               HIGHLIGHT.
           05  TFORMA
               LINE 10  COLUMN 08  PIC X(12)
               USING  DR-FORMA
               HIGHLIGHT.
           05  TNOME
               LINE 12  COLUMN 09  PIC X(30)
               USING  DR-NOME
               HIGHLIGHT.
           05  TCLASSE
               LINE 14  COLUMN 20  PIC X(02)
               USING  DR-CLASSE
               HIGHLIGHT.
           05  TDOSE
               LINE 16  COLUMN 18  PIC X(20)
               USING  DR-DOSEPAD
               HIGHLIGHT.

       01  TELAALI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "--------------------[ OLD DRUG NAME SPEL".
           05  LINE 02  COLUMN 41
               VALUE  "LINGS ]---------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " NAME AS ON THE OLD RECORDS:".
           05  LINE 06  COLUMN 01
               VALUE  " FORMULARY DRUG CODE:".
           05  LINE 08  COLUMN 01
               VALUE  " FORMULARY LABEL:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TANOME
               LINE 04  COLUMN 30  PIC X(30)
               USING  DA-NOME
               HIGHLIGHT.
           05  TACOD
               LINE 06  COLUMN 23  PIC 9(05)
               USING  DA-COD
               HIGHLIGHT.
           05  TADROGA
               LINE 08  COLUMN 19  PIC X(30)
               USING  W-ALIDROGA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADDROGA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDROGA
                 CLOSE CADDROGA
                 MOVE "*** CADDROGA ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADDROGA FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADDRALI
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADDRALI
                 CLOSE CADDRALI
                 MOVE "*** CADDRALI ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERROR IN OPENING THE CADDRALI FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDROGA
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      *    THE STOCK FILE ONLY GUARDS DELETION - A DRUG WITH LOTS IN
      *    THE CABINET STAYS ON THE FORMULARY
       R0B.
           MOVE "N" TO W-SKAVAIL
           OPEN INPUT CADSTOCK
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-SKAVAIL.

       R1.
           MOVE ZEROS TO DR-COD W-SEL
           MOVE SPACES TO DR-NOME DR-GENERICO DR-CONCENT DR-FORMA
                          DR-CLASSE DR-DOSEPAD
           DISPLAY TELADROGA
           DISPLAY (23, 12)
              "D=DRUG   S=OLD NAME SPELLING   X=EXIT"
           ACCEPT (23, 51) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "X" OR "x"
              GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO ALI-001.
           IF W-OPCAO NOT = "D" AND "d"
              GO TO R1.
           DISPLAY (23, 12) LIMPA.

       R2.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF DR-COD = ZEROS
                MOVE "*** ENTER THE DRUG CODE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADDROGA.
           READ CADDROGA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELADROGA
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADDROGA FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TGENER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R1
              ELSE
                 GO TO R2.
           IF DR-GENERICO = SPACES
                MOVE "*** ENTER THE GENERIC NAME ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

       R4.
           ACCEPT TCONC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF DR-CONCENT = SPACES
                MOVE "*** ENTER THE STRENGTH ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

       R5.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DR-FORMA = SPACES
                MOVE "*** ENTER THE PHARMACEUTICAL FORM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

      *    THE LABEL IS WHAT PRESCRIPTIONS AND STOCK CARRY, SO IT IS
      *    ONLY ENTERED WHEN THE DRUG IS ADDED
           IF W-SEL = 1
              GO TO R7.
           IF DR-NOME = SPACES
              STRING DR-GENERICO DELIMITED BY "  "
                     " "         DELIMITED BY SIZE
                     DR-CONCENT  DELIMITED BY "  "
                INTO DR-NOME.

       R6.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DR-NOME = SPACES
                MOVE "*** ENTER THE DRUG LABEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           MOVE REGDROGA TO W-DRSAVE
           MOVE DR-COD TO W-DRCOD
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO = "00" AND DR-COD NOT = W-DRCOD
                MOVE W-DRSAVE TO REGDROGA
                MOVE "*** LABEL ALREADY USED BY ANOTHER DRUG ***"
                                                          TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           MOVE W-DRSAVE TO REGDROGA.

       R7.
           ACCEPT TCLASSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R5
              ELSE
                 GO TO R6.
           IF DR-CLASSE NOT = SPACES AND "A1" AND "A2" AND "A3"
                                AND "B1" AND "B2" AND "C1" AND "C2"
                                AND "C3" AND "C4" AND "C5"
                MOVE "*** INVALID CONTROLLED CLASS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

       R8.
           ACCEPT TDOSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGDROGA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CODE OR LABEL ALREADY ON FILE ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2
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
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE"
                ACCEPT (23, 42) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      MOVE 1 TO W-SEL
                      GO TO R3
                   ELSE
                      GO TO EXC-STK.
      *
      *--[ A DRUG STILL STOCKED UNDER ITS LABEL CANNOT BE DELETED ]-----
       EXC-STK.
                IF W-SKAVAIL NOT = "Y"
                   GO TO EXC-OPC.
                MOVE DR-NOME TO SK-DROGA
                MOVE SPACES TO SK-LOTE
                MOVE ZEROS TO SK-UNIDADE
                START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                      GO TO EXC-OPC.
                READ CADSTOCK NEXT
                IF ST-ERRO3 = "00" AND SK-DROGA = DR-NOME
                   MOVE "*** DRUG HAS LOTS IN STOCK - NOT DELETED ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDROGA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDROGA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *****************************************
      * OLD FREE-TEXT SPELLING -> DRUG CODE   *
      *****************************************
      *
       ALI-001.
           MOVE SPACES TO DA-NOME W-ALIDROGA
           MOVE ZEROS TO DA-COD
           DISPLAY TELAALI
           ACCEPT TANOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF DA-NOME = SPACES
              MOVE "*** ENTER THE NAME AS ON THE WORKLIST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-001.

           MOVE "N" TO W-ALIEXISTE
           READ CADDRALI
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-ALIEXISTE
              MOVE DA-COD TO DR-COD
              READ CADDROGA
              IF ST-ERRO = "00"
                 MOVE DR-NOME TO W-ALIDROGA
                 DISPLAY TADROGA.
           DISPLAY TACOD.

      *    CODE ZERO ON A SPELLING ALREADY MAPPED REMOVES THE MAPPING
       ALI-002.
           ACCEPT TACOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ALI-001.
           IF DA-COD = ZEROS
              IF W-ALIEXISTE = "Y"
                 GO TO ALI-EXC
              ELSE
                 MOVE "*** ENTER THE DRUG CODE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ALI-002.
           MOVE DA-COD TO DR-COD
           READ CADDROGA
           IF ST-ERRO NOT = "00"
              MOVE "*** DRUG CODE NOT ON THE FORMULARY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-002.
           MOVE DR-NOME TO W-ALIDROGA
           DISPLAY TADROGA.

       ALI-OPC.
           MOVE "Y" TO W-OPCAO
           DISPLAY (23, 40) "SAVE (Y/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ALI-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-001.
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-OPC.
           IF W-ALIEXISTE = "Y"
              REWRITE REGDRALI
           ELSE
              WRITE REGDRALI.
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** SPELLING MAPPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-001.
           MOVE "ERROR IN FILE RECORDING" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALI-EXC.
           DISPLAY (23, 40) "REMOVE MAPPING (Y/N) : ".
           ACCEPT (23, 64) W-OPCAO
           IF W-OPCAO NOT = "Y" AND "y"
              GO TO ALI-001.
           DELETE CADDRALI RECORD
           IF ST-ERRO2 = "00"
              MOVE "*** MAPPING REMOVED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALI-001.
           MOVE "ERROR EXCLUSION FROM REGISTRATION" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADDROGA CADDRALI.
           IF W-SKAVAIL = "Y"
              CLOSE CADSTOCK.
       ROT-FIM2.
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
