       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP111.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAINTENANCE OF THE PATIENT CONSENT REGISTER   *
      *   (CADCONSE) - WHICH TERMS EACH PATIENT SIGNED, *
      *   BEFORE WHOM, UNTIL WHEN, AND WHETHER THE      *
      *   PATIENT HAS SINCE REVOKED THEM                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSE.DAT".
           COPY CPCONSR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

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
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-OLDREVOG    PIC X(01) VALUE "N".
       01 W-OLDDATAREV  PIC 9(08) VALUE ZEROS.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 TIPOTXT       PIC X(20) VALUE SPACES.
       01 W-DATAX.
          03 W-DATAX-ANO PIC 9(04).
          03 W-DATAX-MES PIC 9(02).
          03 W-DATAX-DIA PIC 9(02).
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

       01  TELACONSE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------------[ PATIENT CONSE".
           05  LINE 02  COLUMN 41
               VALUE  "NT REGISTER ]---------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PATIENT CPF:".
           05  LINE 06  COLUMN 01
               VALUE  " CONSENT TYPE:".
           05  LINE 07  COLUMN 01
               VALUE  "   A=ADMISSION  S=SURGERY/ANESTHESIA  C=".
           05  LINE 07  COLUMN 41
               VALUE  "CONTRAST EXAM  I=IMAGE USE  L=LGPD".
           05  LINE 09  COLUMN 01
               VALUE  " SIGNED ON (YYYYMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  " WITNESS:".
           05  LINE 13  COLUMN 01
               VALUE  " VALID UNTIL (YYYYMMDD, 0=NO EXPIRY):".
           05  LINE 15  COLUMN 01
               VALUE  " REVOKED (Y/N):      ON:".
           05  LINE 17  COLUMN 01
               VALUE  " REGISTERED ON:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCPF
               LINE 04  COLUMN 15  PIC 9(11)
               USING  CS-CPF
               HIGHLIGHT.
           05  TPACNOME
               LINE 04  COLUMN 28  PIC X(30)
               USING  PACNOME
               HIGHLIGHT.
           05  TTIPO
               LINE 06  COLUMN 16  PIC X(01)
               USING  CS-TIPO
               HIGHLIGHT.
           05  TTIPOTXT
               LINE 06  COLUMN 19  PIC X(20)
               USING  TIPOTXT
               HIGHLIGHT.
           05  TDATAASS
               LINE 09  COLUMN 24  PIC 9(08)
               USING  CS-DATAASS
               HIGHLIGHT.
           05  TTESTEM
               LINE 11  COLUMN 11  PIC X(30)
               USING  CS-TESTEM
               HIGHLIGHT.
           05  TVALIDADE
               LINE 13  COLUMN 39  PIC 9(08)
               USING  CS-VALIDADE
               HIGHLIGHT.
           05  TREVOG
               LINE 15  COLUMN 17  PIC X(01)
               USING  CS-REVOG
               HIGHLIGHT.
           05  TDATAREV
               LINE 15  COLUMN 26  PIC 9999/99/99
               USING  CS-DATAREV
               HIGHLIGHT.
           05  TDATAREG
               LINE 17  COLUMN 17  PIC 9999/99/99
               USING  CS-DATAREG
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADCONSE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONSE
                 CLOSE CADCONSE
                 MOVE "*** CADCONSE ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADCONSE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE SPACES TO CS-TIPO CS-TESTEM PACNOME TIPOTXT
           MOVE ZEROS TO CS-CPF CS-DATAASS CS-VALIDADE CS-DATAREV
           MOVE ZEROS TO CS-DATAREG W-OLDDATAREV
           MOVE "N" TO CS-REVOG W-OLDREVOG
           MOVE "N" TO W-EXISTE
           DISPLAY TELACONSE.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CS-CPF = ZEROS
              MOVE "*** ENTER THE PATIENT CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CS-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PATIENT DOES NOT EXIST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOUNPACI TO PACNOME
           DISPLAY TPACNOME.

       R3.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CS-TIPO NOT = "A" AND CS-TIPO NOT = "S"
                            AND CS-TIPO NOT = "C"
                            AND CS-TIPO NOT = "I"
                            AND CS-TIPO NOT = "L"
              MOVE "*** JUST TYPE A, S, C, I OR L ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM CONS-TXT THRU CONS-TXT-FIM
           DISPLAY TTIPOTXT.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE-----------*

       LER-CADCONSE.
           MOVE "N" TO W-EXISTE
           READ CADCONSE
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                MOVE CS-REVOG TO W-OLDREVOG
                MOVE CS-DATAREV TO W-OLDDATAREV
                DISPLAY TELACONSE
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADCONSE FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TDATAASS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE CS-DATAASS TO W-DATAX
           IF W-DATAX-MES < 1 OR W-DATAX-MES > 12
                              OR W-DATAX-DIA < 1 OR W-DATAX-DIA > 31
              MOVE "*** ENTER A VALID SIGNATURE DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF CS-DATAASS > W-HOJE
              MOVE "*** SIGNATURE DATE IN THE FUTURE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *    THE TERM IS SIGNED BEFORE A STAFF WITNESS - THE AUDITORS
      *    REJECT A CONSENT WITH NO NAME ON IT
       R5.
           ACCEPT TTESTEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CS-TESTEM = SPACES
              MOVE "*** ENTER THE WITNESS NAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TVALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CS-VALIDADE NOT = ZEROS AND CS-VALIDADE < CS-DATAASS
              MOVE "*** EXPIRY DATE BEFORE SIGNATURE DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *    REVOKING STAMPS TODAY'S DATE. A REVOKED TERM ONLY HOLDS
      *    AGAIN ONCE THE PATIENT SIGNS IT ANEW AFTER THE REVOCATION
       R7.
           ACCEPT TREVOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CS-REVOG NOT = "Y" AND CS-REVOG NOT = "N"
              MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF CS-REVOG = "N" AND W-OLDREVOG = "Y"
              IF CS-DATAASS NOT > W-OLDDATAREV
                 MOVE "*** REVOKED - ENTER THE NEW SIGNATURE DATE ***"
                                                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
           IF CS-REVOG = "Y"
              IF W-OLDREVOG = "Y"
                 MOVE W-OLDDATAREV TO CS-DATAREV
              ELSE
                 ACCEPT W-HOJE FROM DATE YYYYMMDD
                 MOVE W-HOJE TO CS-DATAREV
           ELSE
              MOVE ZEROS TO CS-DATAREV.
           DISPLAY TDATAREV.
           IF W-EXISTE = "Y"
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
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
                MOVE W-HOJE TO CS-DATAREG
                WRITE REGCONSE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CONSENT RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CONSENT ALREADY EXISTS *** " TO MENS
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
                      GO TO R4.
      *
      *    A REVOKED TERM IS PART OF THE AUDIT TRAIL AND STAYS ON
      *    FILE - ONLY A ROW KEYED IN ERROR IS DELETED
       EXC-OPC.
                IF CS-REVOG = "Y"
                   MOVE "*** REVOKED CONSENTS STAY ON FILE ***" TO MENS
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
                DELETE CADCONSE RECORD
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
                MOVE "SMP111" TO DL-PROGRAMA
                MOVE "CADCONSE" TO DL-ARQUIVO
                MOVE CHAVECONSE TO DL-CHAVE
                MOVE REGCONSE TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONSE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ CONSENT TYPE DISPLAY TEXT ]----------------------------
       CONS-TXT.
           MOVE SPACES TO TIPOTXT
           IF CS-TIPO = "A"
              MOVE "ADMISSION" TO TIPOTXT.
           IF CS-TIPO = "S"
              MOVE "SURGERY/ANESTHESIA" TO TIPOTXT.
           IF CS-TIPO = "C"
              MOVE "EXAM WITH CONTRAST" TO TIPOTXT.
           IF CS-TIPO = "I"
              MOVE "USE OF IMAGE" TO TIPOTXT.
           IF CS-TIPO = "L"
              MOVE "LGPD DATA SHARING" TO TIPOTXT.
       CONS-TXT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONSE CADPACI.
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
