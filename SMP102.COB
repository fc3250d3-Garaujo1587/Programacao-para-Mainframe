       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP102.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   DENIAL APPEALS (RECURSO DE GLOSA) - ONE APPEAL *
      *   PER CADFATUR LINE THE INSURER PAID SHORT OR    *
      *   REJECTED, ITS DEADLINE AND THE INSURER'S FINAL *
      *   REPLY. WHATEVER IS RECOVERED IS POSTED BACK TO *
      *   THE INVOICE LINE'S PAID VALUE                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-FATNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RG-MOTIVO WITH DUPLICATES.

           SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLAN WITH DUPLICATES.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
           COPY CPRECUR.

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.

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
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 CONVNOME      PIC X(30) VALUE SPACES.
       01 SITPAGTXT     PIC X(14) VALUE SPACES.
       01 RESTXT        PIC X(12) VALUE SPACES.
       01 W-VALORED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-PAGVALED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-GLOSAED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *----[ RECOVERED VALUE ALREADY POSTED TO THE INVOICE LINE - ]-----
      *----[ ONLY THE DIFFERENCE IS POSTED WHEN THE REPLY CHANGES ]-----
       01 W-RECANT      PIC 9(05)V99 VALUE ZEROS.
       01 W-DELTA       PIC S9(05)V99 VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARECUR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "---------------------[ DENIAL APPEALS - ".
           05  LINE 02  COLUMN 41
               VALUE  "RECURSO DE GLOSA ]---------------------".
           05  LINE 04  COLUMN 01
               VALUE  " INVOICE NUMBER:            SITUATION:".
           05  LINE 05  COLUMN 01
               VALUE  " AGREEMENT:".
           05  LINE 06  COLUMN 01
               VALUE  " PATIENT CPF:                INVOICED:".
           05  LINE 06  COLUMN 52
               VALUE  "PAID:".
           05  LINE 07  COLUMN 01
               VALUE  " DENIAL TEXT:".
           05  LINE 09  COLUMN 01
               VALUE  " DENIAL REASON CODE:".
           05  LINE 10  COLUMN 01
               VALUE  " REASON TEXT:".
           05  LINE 11  COLUMN 01
               VALUE  " DENIED VALUE:".
           05  LINE 12  COLUMN 01
               VALUE  " VALUE UNDER APPEAL:".
           05  LINE 13  COLUMN 01
               VALUE  " APPEAL DATE (YYYYMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  " REPLY DEADLINE (YYYYMMDD):".
           05  LINE 16  COLUMN 01
               VALUE  " RESULT (P=PENDING A=ACCEPTED T=PARTIAL N".
           05  LINE 16  COLUMN 42
               VALUE  "=REFUSED):".
           05  LINE 17  COLUMN 01
               VALUE  " VALUE RECOVERED:".
           05  LINE 18  COLUMN 01
               VALUE  " REPLY DATE (YYYYMMDD):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TFATNUM
               LINE 04  COLUMN 18  PIC 9(08)
               USING  RG-FATNUM
               HIGHLIGHT.
           05  TSITTXT
               LINE 04  COLUMN 40  PIC X(14)
               USING  SITPAGTXT
               HIGHLIGHT.
           05  TCONV
               LINE 05  COLUMN 13  PIC 9(04)
               USING  FT-CONV
               HIGHLIGHT.
           05  TCONVNOME
               LINE 05  COLUMN 19  PIC X(30)
               USING  CONVNOME
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 15  PIC 9(11)
               USING  FT-CPF
               HIGHLIGHT.
           05  TVALOR
               LINE 06  COLUMN 40  PIC ZZZ.ZZ9,99
               USING  W-VALORED
               HIGHLIGHT.
           05  TPAGVAL
               LINE 06  COLUMN 58  PIC ZZZ.ZZ9,99
               USING  W-PAGVALED
               HIGHLIGHT.
           05  TGLOSA
               LINE 07  COLUMN 15  PIC X(30)
               USING  FT-GLOSA
               HIGHLIGHT.
           05  TMOTIVO
               LINE 09  COLUMN 22  PIC X(04)
               USING  RG-MOTIVO
               HIGHLIGHT.
           05  TMOTTXT
               LINE 10  COLUMN 15  PIC X(30)
               USING  RG-MOTTXT
               HIGHLIGHT.
           05  TVLRGLOSA
               LINE 11  COLUMN 16  PIC ZZZ.ZZ9,99
               USING  W-GLOSAED
               HIGHLIGHT.
           05  TVLRRECUR
               LINE 12  COLUMN 22  PIC 9(05)V99
               USING  RG-VLRRECUR
               HIGHLIGHT.
           05  TDATAREC
               LINE 13  COLUMN 26  PIC 9(08)
               USING  RG-DATAREC
               HIGHLIGHT.
           05  TPRAZO
               LINE 14  COLUMN 29  PIC 9(08)
               USING  RG-PRAZO
               HIGHLIGHT.
           05  TRESULT
               LINE 16  COLUMN 53  PIC X(01)
               USING  RG-RESULT
               HIGHLIGHT.
           05  TRESTXT
               LINE 16  COLUMN 56  PIC X(12)
               USING  RESTXT
               HIGHLIGHT.
           05  TVLRRECUP
               LINE 17  COLUMN 19  PIC 9(05)V99
               USING  RG-VLRRECUP
               HIGHLIGHT.
           05  TDATARES
               LINE 18  COLUMN 25  PIC 9(08)
               USING  RG-DATARES
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADRECUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRECUR
                 CLOSE CADRECUR
                 MOVE "*** CADRECUR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADRECUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADFATUR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADFATUR FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CADCONV FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO RG-MOTIVO RG-MOTTXT RG-RESULT
           MOVE SPACES TO CONVNOME SITPAGTXT RESTXT FT-GLOSA
           MOVE ZEROS TO RG-FATNUM RG-CONV RG-CPF RG-VLRGLOSA
           MOVE ZEROS TO RG-VLRRECUR RG-DATAREC RG-PRAZO
           MOVE ZEROS TO RG-VLRRECUP RG-DATARES W-RECANT
           MOVE ZEROS TO FT-CONV FT-CPF W-VALORED W-PAGVALED
           MOVE ZEROS TO W-GLOSAED
           MOVE "N" TO W-EXISTE
           DISPLAY TELARECUR.

       R2.
           ACCEPT TFATNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RG-FATNUM = ZEROS
                MOVE "*** ENTER THE INVOICE NUMBER ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

       R2A.
           MOVE RG-FATNUM TO FATNUM
           READ CADFATUR
           IF ST-ERRO2 = "23"
                   MOVE "*** INVOICE DOES NOT EXIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF ST-ERRO2 NOT = "00"
                  MOVE "ERROR READING CADFATUR FILE" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           PERFORM MOSTRA THRU MOSTRA-FIM.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE-----------*

       LER-CADRECUR.
           MOVE "N" TO W-EXISTE
           READ CADRECUR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                MOVE RG-VLRRECUP TO W-RECANT
                PERFORM MOSTRA THRU MOSTRA-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADRECUR FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

      *    A NEW APPEAL ONLY FOR A LINE SMP054 POSTED AS PARTIAL OR
      *    REJECTED - IT STARTS FROM THE VALUE THE INSURER HELD BACK
           IF FT-SITPAG NOT = "P" AND FT-SITPAG NOT = "R"
              MOVE "*** LINE WAS NOT DENIED - SEE SMP054 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE FT-CONV TO RG-CONV
           MOVE FT-CPF TO RG-CPF
           MOVE FT-GLOSA TO RG-MOTTXT
           COMPUTE RG-VLRGLOSA = FT-VALOR - FT-PAGVALOR
           MOVE RG-VLRGLOSA TO RG-VLRRECUR
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO RG-DATAREC
           MOVE "P" TO RG-RESULT
           MOVE ZEROS TO W-RECANT
           PERFORM MOSTRA THRU MOSTRA-FIM.

       R3.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF RG-MOTIVO = SPACES
              MOVE "*** ENTER THE DENIAL REASON CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TMOTTXT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RG-MOTTXT = SPACES
              MOVE "*** ENTER THE DENIAL REASON TEXT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TVLRRECUR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF RG-VLRRECUR = ZEROS OR RG-VLRRECUR > RG-VLRGLOSA
              MOVE "*** APPEAL VALUE MUST BE UP TO THE DENIED ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TDATAREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RG-DATAREC = ZEROS
              MOVE "*** ENTER THE APPEAL DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *    THE DATE BY WHICH THE INSURER MUST ANSWER UNDER THE
      *    AGREEMENT - PAST IT, SMP103 FLAGS THE APPEAL OVERDUE
       R7.
           ACCEPT TPRAZO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RG-PRAZO = ZEROS
              MOVE "*** ENTER THE INSURER REPLY DEADLINE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF RG-PRAZO < RG-DATAREC
              MOVE "*** DEADLINE BEFORE THE APPEAL DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TRESULT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF RG-RESULT NOT = "P" AND RG-RESULT NOT = "A"
              AND RG-RESULT NOT = "T" AND RG-RESULT NOT = "N"
              MOVE "*** JUST TYPE P, A, T OR N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           PERFORM RES-TXT THRU RES-TXT-FIM
           DISPLAY TRESTXT
           IF RG-RESULT = "P"
              MOVE ZEROS TO RG-VLRRECUP RG-DATARES
              DISPLAY TVLRRECUP
              DISPLAY TDATARES
              GO TO R11.
           IF RG-RESULT = "A"
              MOVE RG-VLRRECUR TO RG-VLRRECUP
              DISPLAY TVLRRECUP
              GO TO R10.
           IF RG-RESULT = "N"
              MOVE ZEROS TO RG-VLRRECUP
              DISPLAY TVLRRECUP
              GO TO R10.

       R9.
           ACCEPT TVLRRECUP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF RG-VLRRECUP = ZEROS OR RG-VLRRECUP NOT < RG-VLRRECUR
              MOVE "*** PARTIAL VALUE MUST BE BELOW THE APPEAL ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           IF RG-DATARES = ZEROS
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              MOVE W-HOJE TO RG-DATARES.
           ACCEPT TDATARES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF RG-DATARES < RG-DATAREC
              MOVE "*** REPLY DATE BEFORE THE APPEAL DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           IF W-EXISTE = "Y"
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
                WRITE REGRECUR
                IF ST-ERRO = "00" OR "02"
                      PERFORM FAT-POSTA THRU FAT-POSTA-FIM
                      MOVE "*** APPEAL RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** APPEAL ALREADY EXISTS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERROR IN FILE RECORDING" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW  C=CHANGE  D=DELETE"
                ACCEPT (23, 40) W-OPCAO
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
                      GO TO R3.
      *
      *    A RECOVERY ALREADY POSTED TO THE INVOICE LINE MUST BE
      *    TAKEN BACK FIRST (RESULT P) SO THE PAID VALUE STAYS RIGHT
       EXC-OPC.
                IF RG-VLRRECUP > ZEROS
                   MOVE "*** RECOVERY POSTED - SET RESULT P FIRST ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRATION NOT EXCLUDED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES OR N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADRECUR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR EXCLUSION FROM REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *--------[ BEFORE-IMAGE WRITE TO THE SHARED DELETION LOG ]--------
       DLOG-WRITE.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                OPEN EXTEND CADDELOG
                IF ST-ERRO-DL NOT = "00"
                   OPEN OUTPUT CADDELOG
                   CLOSE CADDELOG
                   OPEN EXTEND CADDELOG.
                MOVE W-HOJE-ANO TO DL-ANO
                MOVE W-HOJE-MES TO DL-MES
                MOVE W-HOJE-DIA TO DL-DIA
                MOVE W-HORA-HH TO DL-HH
                MOVE W-HORA-MM TO DL-MM
                MOVE W-HORA-SS TO DL-SS
                MOVE "SMP102" TO DL-PROGRAMA
                MOVE "CADRECUR" TO DL-ARQUIVO
                MOVE RG-FATNUM TO DL-CHAVE
                MOVE REGRECUR TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
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
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRECUR
                IF ST-ERRO = "00" OR "02"
                   PERFORM FAT-POSTA THRU FAT-POSTA-FIM
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ POSTS THE RECOVERED VALUE BACK TO THE INVOICE ]--------
      *--------[ LINE - PAID VALUE AND PAYMENT SITUATION       ]--------
       FAT-POSTA.
           COMPUTE W-DELTA = RG-VLRRECUP - W-RECANT
           IF W-DELTA = ZEROS
              GO TO FAT-POSTA-FIM.
           MOVE RG-FATNUM TO FATNUM
           READ CADFATUR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** INVOICE LINE NOT FOUND - NOT POSTED ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-POSTA-FIM.
           COMPUTE FT-PAGVALOR = FT-PAGVALOR + W-DELTA
           IF FT-PAGVALOR NOT < FT-VALOR
              MOVE "F" TO FT-SITPAG
           ELSE
              IF FT-PAGVALOR = ZEROS
                 MOVE "R" TO FT-SITPAG
              ELSE
                 MOVE "P" TO FT-SITPAG.
      *    FT-PAGDATA KEEPS THE REMITTANCE DATE - THE RECOVERY IS
      *    DATED BY RG-DATARES, WHICH IS HOW SMP106 JOURNALS IT
           REWRITE REGFATUR
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERROR POSTING THE RECOVERY TO CADFATUR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-POSTA-FIM.
           MOVE RG-VLRRECUP TO W-RECANT.
       FAT-POSTA-FIM.
           EXIT.

      *--------[ FILLS THE SCREEN FROM REGFATUR AND REGRECUR ]----------
       MOSTRA.
           MOVE "*** AGREEMENT NOT ON FILE ***" TO CONVNOME
           MOVE FT-CONV TO COD
           READ CADCONV
           IF ST-ERRO3 = "00"
              MOVE NOUN TO CONVNOME.

           IF FT-SITPAG = "F"
              MOVE "PAID IN FULL" TO SITPAGTXT
           ELSE
              IF FT-SITPAG = "P"
                 MOVE "PARTIAL" TO SITPAGTXT
              ELSE
                 IF FT-SITPAG = "R"
                    MOVE "REJECTED" TO SITPAGTXT
                 ELSE
                    MOVE "OUTSTANDING" TO SITPAGTXT.

           MOVE FT-VALOR TO W-VALORED
           MOVE FT-PAGVALOR TO W-PAGVALED
           MOVE RG-VLRGLOSA TO W-GLOSAED
           PERFORM RES-TXT THRU RES-TXT-FIM
           DISPLAY TELARECUR.
       MOSTRA-FIM.
           EXIT.

      *--------[ APPEAL RESULT DISPLAY TEXT ]---------------------------
       RES-TXT.
           IF RG-RESULT = "P"
              MOVE "PENDING" TO RESTXT
           ELSE
              IF RG-RESULT = "A"
                 MOVE "ACCEPTED" TO RESTXT
              ELSE
                 IF RG-RESULT = "T"
                    MOVE "PARTIAL" TO RESTXT
                 ELSE
                    IF RG-RESULT = "N"
                       MOVE "REFUSED" TO RESTXT
                    ELSE
                       MOVE SPACES TO RESTXT.
       RES-TXT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECUR CADFATUR CADCONV.
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
      *    NOTE: THE APPEAL NEVER TOUCHES FT-GLOSA - THE INSURER'S
      *    ORIGINAL DENIAL TEXT STAYS ON THE LINE FOR THE RECORD.
      *---------------------*** END OF PROGRAM ***--------------------*
