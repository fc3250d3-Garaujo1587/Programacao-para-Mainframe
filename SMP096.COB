       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP096.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   MAINTENANCE OF THE PHARMACY SUPPLIER FILE     *
      *   (CADFORN) - WHO THE PURCHASE ORDERS OF        *
      *   SMP097 ARE ADDRESSED TO                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.

           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPEDI
                    FILE STATUS  IS ST-ERRO2.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY CPFORNR.

       FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           COPY CPPEDIR.

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
       01 W-PEDABERTO   PIC X(01) VALUE "N".
       01 W-PEDAVAIL    PIC X(01) VALUE "N".
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

       01  TELAFORN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-----------------------------[ PHARMACY ".
           05  LINE 02  COLUMN 41
               VALUE  "SUPPLIERS ]----------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " SUPPLIER CODE:".
           05  LINE 06  COLUMN 01
               VALUE  " NAME:".
           05  LINE 08  COLUMN 01
               VALUE  " CNPJ:".
           05  LINE 10  COLUMN 01
               VALUE  " CONTACT:".
           05  LINE 12  COLUMN 01
               VALUE  " PHONE (DDD):      NUMBER:".
           05  LINE 14  COLUMN 01
               VALUE  " E-MAIL:".
           05  LINE 16  COLUMN 01
               VALUE  " DELIVERY LEAD TIME (DAYS):".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCOD
               LINE 04  COLUMN 17  PIC 9(04)
               USING  FO-COD
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 08  PIC X(30)
               USING  FO-NOME
               HIGHLIGHT.
           05  TCNPJ
               LINE 08  COLUMN 08  PIC 9(14)
               USING  FO-CNPJ
               HIGHLIGHT.
           05  TCONTATO
               LINE 10  COLUMN 11  PIC X(20)
               USING  FO-CONTATO
               HIGHLIGHT.
           05  TDDD
               LINE 12  COLUMN 15  PIC 9(02)
               USING  FO-DDD
               HIGHLIGHT.
           05  TFONE
               LINE 12  COLUMN 28  PIC 9(09)
               USING  FO-FONE
               HIGHLIGHT.
           05  TEMAIL
               LINE 14  COLUMN 10  PIC X(40)
               USING  FO-EMAIL
               HIGHLIGHT.
           05  TPRAZO
               LINE 16  COLUMN 29  PIC 9(03)
               USING  FO-PRAZO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADFORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFORN
                 CLOSE CADFORN
                 MOVE "*** CADFORN ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADFORN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    NO PURCHASE ORDER MAY HAVE BEEN RAISED YET ON A FRESH SITE
           MOVE "N" TO W-PEDAVAIL
           OPEN INPUT CADPEDI
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-PEDAVAIL.

       R1.
           MOVE SPACES TO FO-NOME FO-CONTATO FO-EMAIL
           MOVE ZEROS TO FO-COD FO-CNPJ FO-DDD FO-FONE FO-PRAZO
           MOVE "N" TO W-EXISTE
           DISPLAY TELAFORN.

       R2.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FO-COD = ZEROS
              MOVE "*** ENTER THE SUPPLIER CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE-----------*

       LER-CADFORN.
           READ CADFORN
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "Y" TO W-EXISTE
                DISPLAY TELAFORN
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADFORN FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FO-NOME = SPACES
              MOVE "*** ENTER THE SUPPLIER NAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FO-CNPJ = ZEROS
              MOVE "*** ENTER THE SUPPLIER CNPJ ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TCONTATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT TDDD
           ACCEPT TFONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

      *    THE E-MAIL IS WHERE THE ISSUED PURCHASE ORDER GOES
       R7.
           ACCEPT TEMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF FO-EMAIL = SPACES
              MOVE "*** ENTER THE ORDERS E-MAIL ADDRESS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TPRAZO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF FO-PRAZO = ZEROS
              MOVE "*** ENTER THE DELIVERY LEAD TIME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
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
                WRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** SUPPLIER RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** SUPPLIER ALREADY EXISTS *** " TO MENS
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
       EXC-OPC.
                PERFORM PED-ABERTO THRU PED-ABERTO-FIM
                IF W-PEDABERTO = "Y"
                   MOVE "*** SUPPLIER HAS OPEN PURCHASE ORDERS ***"
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
                DELETE CADFORN RECORD
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
                MOVE "SMP096" TO DL-PROGRAMA
                MOVE "CADFORN" TO DL-ARQUIVO
                MOVE FO-COD TO DL-CHAVE
                MOVE REGFORN TO DL-IMAGEM
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
                REWRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--[ Y WHEN ANY DRAFT OR STILL-OPEN PO LINE NAMES THIS SUPPLIER ]-
       PED-ABERTO.
           MOVE "N" TO W-PEDABERTO
           IF W-PEDAVAIL NOT = "Y"
              GO TO PED-ABERTO-FIM.
           MOVE ZEROS TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO PED-ABERTO-FIM.
       PED-ABERTO1.
           READ CADPEDI NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PED-ABERTO-FIM.
           IF PO-FORN NOT = FO-COD
              GO TO PED-ABERTO1.
           IF PO-STATUS = "D" OR "A" OR "P" OR "O"
              MOVE "Y" TO W-PEDABERTO
              GO TO PED-ABERTO-FIM.
           GO TO PED-ABERTO1.
       PED-ABERTO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFORN
           IF W-PEDAVAIL = "Y"
              CLOSE CADPEDI.
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
