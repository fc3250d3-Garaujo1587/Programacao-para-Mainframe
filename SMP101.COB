       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP101.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAINTENANCE OF THE INSURER PRIOR-AUTHORIZATION *
      *   FILE (CADAUTOR) - THE GUIA/SENHA NUMBERS THE   *
      *   INSURERS ISSUE FOR EXAMS AND ADMISSIONS        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTOR
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLAN WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
           COPY CPAUTOR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(85).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(77).

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
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 TIPOTXT       PIC X(10) VALUE SPACES.
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

       01  TELAAUTOR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "------------------------[ INSURER PRIOR ".
           05  LINE 02  COLUMN 41
               VALUE  "AUTHORIZATIONS ]-----------------------".
           05  LINE 04  COLUMN 01
               VALUE  " AGREEMENT:".
           05  LINE 06  COLUMN 01
               VALUE  " PATIENT CPF:".
           05  LINE 08  COLUMN 01
               VALUE  " AUTHORIZATION NO:".
           05  LINE 10  COLUMN 01
               VALUE  " COVERS (E=EXAMS  I=ADMISSION):".
           05  LINE 12  COLUMN 01
               VALUE  " DESCRIPTION:".
           05  LINE 14  COLUMN 01
               VALUE  " VALID FROM (YYYYMMDD):".
           05  LINE 16  COLUMN 01
               VALUE  " VALID TO   (YYYYMMDD):".
           05  LINE 18  COLUMN 01
               VALUE  " APPROVED QTY:          USED:".
           05  LINE 20  COLUMN 01
               VALUE  " STATUS (A=ACTIVE  C=CANCELLED):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCONV
               LINE 04  COLUMN 13  PIC 9(04)
               USING  AU-CONV
               HIGHLIGHT.
           05  TCONVNOME
               LINE 04  COLUMN 19  PIC X(30)
               USING  CONVNOME
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 15  PIC 9(11)
               USING  AU-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 06  COLUMN 28  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TSENHA
               LINE 08  COLUMN 20  PIC X(20)
               USING  AU-SENHA
               HIGHLIGHT.
           05  TTIPO
               LINE 10  COLUMN 33  PIC X(01)
               USING  AU-TIPO
               HIGHLIGHT.
           05  TTIPOTXT
               LINE 10  COLUMN 36  PIC X(10)
               USING  TIPOTXT
               HIGHLIGHT.
           05  TDESCR
               LINE 12  COLUMN 15  PIC X(30)
               USING  AU-DESCR
               HIGHLIGHT.
           05  TDATAINI
               LINE 14  COLUMN 25  PIC 9(08)
               USING  AU-DATAINI
               HIGHLIGHT.
           05  TDATAFIM
               LINE 16  COLUMN 25  PIC 9(08)
               USING  AU-DATAFIM
               HIGHLIGHT.
           05  TQTDAPROV
               LINE 18  COLUMN 16  PIC 9(03)
               USING  AU-QTDAPROV
               HIGHLIGHT.
           05  TQTDUSADA
               LINE 18  COLUMN 31  PIC 9(03)
               USING  AU-QTDUSADA
               HIGHLIGHT.
           05  TSTATUS
               LINE 20  COLUMN 34  PIC X(01)
               USING  AU-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADAUTOR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUTOR
                 CLOSE CADAUTOR
                 MOVE "*** CADAUTOR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADAUTOR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONV
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO AU-SENHA AU-TIPO AU-DESCR
           MOVE SPACES TO CONVNOME PACNOME TIPOTXT
           MOVE ZEROS TO AU-CONV AU-CPF AU-DATAINI AU-DATAFIM
           MOVE ZEROS TO AU-QTDAPROV AU-QTDUSADA AU-DATAEMI
           MOVE "A" TO AU-STATUS
           MOVE "N" TO W-EXISTE
           DISPLAY TELAAUTOR.

       R2.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AU-CONV = ZEROS
              MOVE "*** ENTER THE AGREEMENT CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE AU-CONV TO COD
           READ CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** AGREEMENT NOT ON FILE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOUN TO CONVNOME
           DISPLAY TCONVNOME.

       R3.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE AU-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO3 NOT = "00"
              MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME
           IF CONVPACI NOT = AU-CONV
              MOVE "*** PATIENT IS NOT ON THIS AGREEMENT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TSENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF AU-SENHA = SPACES
              MOVE "*** ENTER THE AUTHORIZATION NUMBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE-----------*

       LER-CADAUTOR.
           MOVE "N" TO W-EXISTE
           READ CADAUTOR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                PERFORM AUT-TXT THRU AUT-TXT-FIM
                DISPLAY TELAAUTOR
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADAUTOR FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AU-TIPO NOT = "E" AND AU-TIPO NOT = "I"
              MOVE "*** JUST TYPE E=EXAMS OR I=ADMISSION ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM AUT-TXT THRU AUT-TXT-FIM
           DISPLAY TTIPOTXT.

      *    WHAT THE INSURER APPROVED - THE EXAM NAME OR THE
      *    PROCEDURE/DIAGNOSIS THE ADMISSION WAS REQUESTED FOR
       R6.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF AU-DESCR = SPACES
              MOVE "*** ENTER WHAT THE AUTHORIZATION COVERS ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TDATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF AU-DATAINI = ZEROS
              MOVE "*** ENTER THE VALIDITY START DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF AU-DATAFIM = ZEROS
              MOVE "*** ENTER THE VALIDITY END DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF AU-DATAFIM < AU-DATAINI
              MOVE "*** END DATE BEFORE START DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TQTDAPROV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF AU-QTDAPROV = ZEROS
              MOVE "*** ENTER THE APPROVED QUANTITY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF AU-QTDAPROV < AU-QTDUSADA
              MOVE "*** APPROVED QUANTITY BELOW QUANTITY USED ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF AU-STATUS NOT = "A" AND AU-STATUS NOT = "C"
              MOVE "*** JUST TYPE A=ACTIVE OR C=CANCELLED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF W-EXISTE = "Y"
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO AU-DATAEMI
                WRITE REGAUTOR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** AUTHORIZATION RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** AUTHORIZATION ALREADY EXISTS *** "
                                                       TO MENS
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
                      GO TO R5.
      *
      *    AN AUTHORIZATION ALREADY QUOTED ON AN ORDER OR ADMISSION
      *    MUST STAY ON FILE FOR THE BILL - IT IS CANCELLED INSTEAD
       EXC-OPC.
                IF AU-QTDUSADA > ZEROS
                   MOVE "*** ALREADY USED - SET STATUS C INSTEAD ***"
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
                DELETE CADAUTOR RECORD
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
                MOVE "SMP101" TO DL-PROGRAMA
                MOVE "CADAUTOR" TO DL-ARQUIVO
                MOVE AU-SENHA TO DL-CHAVE
                MOVE REGAUTOR TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGAUTOR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ COVERAGE TYPE DISPLAY TEXT ]---------------------------
       AUT-TXT.
           IF AU-TIPO = "E"
              MOVE "EXAMS" TO TIPOTXT
           ELSE
              IF AU-TIPO = "I"
                 MOVE "ADMISSION" TO TIPOTXT
              ELSE
                 MOVE SPACES TO TIPOTXT.
       AUT-TXT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAUTOR CADCONV CADPACI.
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
