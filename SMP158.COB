       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP158.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     PROCEDURE CATALOG (TUSS) MAINTENANCE        *
      *     ONE ROW PER EXAM OR PROCEDURE: TUSS CODE,   *
      *     DESCRIPTION, GROUP AND DEFAULT PRICE. THE   *
      *     PRICE EACH AGREEMENT HAS CONTRACTED IS KEPT *
      *     ON CADTUSCV (SMP159)                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TU-DESCR.

           SELECT CADTUSCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETUSCV
                    FILE STATUS  IS ST-ERRO2.

           SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

       FD CADTUSCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSCV.DAT".
           COPY CPTUSCVR.

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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TCAVAIL     PIC X(01) VALUE "N".
       01 W-TUSAVE      PIC X(55) VALUE SPACES.
       01 W-TUCOD       PIC 9(08) VALUE ZEROS.
       01 W-GRUPODESC   PIC X(10) VALUE SPACES.
       01 W-SITDESC     PIC X(10) VALUE SPACES.
       01 W-BUSACHOU    PIC X(01) VALUE "N".
       01 W-BUSNOME     PIC X(30) VALUE SPACES.
       01 W-BUSLEN      PIC 9(02) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HORA.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELATUSS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------------[ PROCEDURE CATALOG (".
           05  LINE 02  COLUMN 41
               VALUE  "TUSS) ]---------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " TUSS CODE:".
           05  LINE 04  COLUMN 24
               VALUE  "(ZERO = SEARCH BY DESCRIPTION)".
           05  LINE 06  COLUMN 01
               VALUE  " DESCRIPTION:".
           05  LINE 08  COLUMN 01
               VALUE  " GROUP:".
           05  LINE 08  COLUMN 24
               VALUE  "(L=LABORATORY I=IMAGING P=PROCEDURE O=OTHER)".
           05  LINE 10  COLUMN 01
               VALUE  " DEFAULT PRICE R$:".
           05  LINE 10  COLUMN 32
               VALUE  "(WHEN THE AGREEMENT HAS NO PRICE OF ITS OWN)".
           05  LINE 12  COLUMN 01
               VALUE  " STATUS:".
           05  LINE 12  COLUMN 24
               VALUE  "(A=ACTIVE  I=INACTIVE - NOT ON NEW ORDERS)".
           05  LINE 14  COLUMN 01
               VALUE  " LAST CHANGED:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 23  COLUMN 01
               VALUE  " MESSAGE:".
           05  TCOD
               LINE 04  COLUMN 13  PIC 9(08)
               USING  TU-COD
               HIGHLIGHT.
           05  TDESCR
               LINE 06  COLUMN 15  PIC X(30)
               USING  TU-DESCR
               HIGHLIGHT.
           05  TGRUPO
               LINE 08  COLUMN 09  PIC X(01)
               USING  TU-GRUPO
               HIGHLIGHT.
           05  TGRUPODESC
               LINE 08  COLUMN 11  PIC X(10)
               USING  W-GRUPODESC.
           05  TVALOR
               LINE 10  COLUMN 20  PIC 9(05)V99
               USING  TU-VALOR
               HIGHLIGHT.
           05  TSIT
               LINE 12  COLUMN 10  PIC X(01)
               USING  TU-SIT
               HIGHLIGHT.
           05  TSITDESC
               LINE 12  COLUMN 12  PIC X(10)
               USING  W-SITDESC.
           05  TATUAL
               LINE 14  COLUMN 16  PIC 9999/99/99
               USING  TU-ATUAL.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN I-O CADTUSS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTUSS
                 CLOSE CADTUSS
                 MOVE "*** CADTUSS ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADTUSS FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      *    THE FEE TABLE ONLY GUARDS DELETION - AN ITEM SOME
      *    AGREEMENT HAS A PRICE FOR STAYS ON THE CATALOG
       R0A.
           MOVE "N" TO W-TCAVAIL
           OPEN INPUT CADTUSCV
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-TCAVAIL.

       R1.
           MOVE ZEROS TO TU-COD TU-VALOR TU-ATUAL W-SEL
           MOVE SPACES TO TU-DESCR TU-GRUPO TU-SIT W-GRUPODESC
                          W-SITDESC
           DISPLAY TELATUSS.

       R2.
           ACCEPT TCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TU-COD = ZEROS
              PERFORM TUSS-BUSCA THRU TUSS-BUSCA-FIM
              IF W-BUSACHOU NOT = "Y"
                 GO TO R1
              ELSE
                 PERFORM TUSS-TXT THRU TUSS-TXT-FIM
                 DISPLAY TELATUSS
                 GO TO ACE-001.

      *---------------CHECK IF IT ALREADY EXISTS IN THE FILE------------
       LER-CADTUSS.
           READ CADTUSS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM TUSS-TXT THRU TUSS-TXT-FIM
                DISPLAY TELATUSS
                GO TO ACE-001
             ELSE
                MOVE "ERROR READ CADTUSS FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

      *    THE DESCRIPTION IS WHAT EXAM ORDERS CARRY, SO IT IS ONLY
      *    ENTERED WHEN THE ITEM IS ADDED
       R3.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TU-DESCR = SPACES
                MOVE "*** ENTER THE DESCRIPTION ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE REGTUSS TO W-TUSAVE
           MOVE TU-COD TO W-TUCOD
           READ CADTUSS KEY IS TU-DESCR
           IF ST-ERRO = "00" AND TU-COD NOT = W-TUCOD
                MOVE W-TUSAVE TO REGTUSS
                MOVE "*** DESCRIPTION ALREADY USED BY ANOTHER CODE ***"
                                                          TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE W-TUSAVE TO REGTUSS.

       R4.
           ACCEPT TGRUPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R1
              ELSE
                 GO TO R3.
           IF TU-GRUPO = "l" MOVE "L" TO TU-GRUPO.
           IF TU-GRUPO = "i" MOVE "I" TO TU-GRUPO.
           IF TU-GRUPO = "p" MOVE "P" TO TU-GRUPO.
           IF TU-GRUPO = "o" MOVE "O" TO TU-GRUPO.
           IF TU-GRUPO NOT = "L" AND "I" AND "P" AND "O"
                MOVE "*** JUST TYPE L, I, P OR O ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           PERFORM TUSS-TXT THRU TUSS-TXT-FIM
           DISPLAY TGRUPODESC.

       R5.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF TU-VALOR = ZEROS
                MOVE "*** ENTER THE DEFAULT PRICE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

       R6.
           IF TU-SIT = SPACE
              MOVE "A" TO TU-SIT.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TU-SIT = "a" MOVE "A" TO TU-SIT.
           IF TU-SIT = "i" MOVE "I" TO TU-SIT.
           IF TU-SIT NOT = "A" AND TU-SIT NOT = "I"
                MOVE "*** JUST TYPE A=ACTIVE OR I=INACTIVE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           PERFORM TUSS-TXT THRU TUSS-TXT-FIM
           DISPLAY TSITDESC
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO TU-ATUAL
           DISPLAY TATUAL
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGTUSS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CODE OR DESCRIPTION ALREADY ON FILE ***"
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
                IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
                IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
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
                      GO TO R4
                   ELSE
                      GO TO EXC-TAB.
      *
      *--[ AN ITEM AN AGREEMENT HAS PRICED CANNOT BE DELETED - IT ]-----
      *--[ IS MADE INACTIVE INSTEAD                               ]-----
       EXC-TAB.
                IF W-TCAVAIL NOT = "Y"
                   GO TO EXC-OPC.
                MOVE ZEROS TO TC-CONV TC-COD TC-VIGENCIA
                START CADTUSCV KEY IS NOT LESS CHAVETUSCV INVALID KEY
                      GO TO EXC-OPC.
       EXC-TAB1.
                READ CADTUSCV NEXT
                IF ST-ERRO2 NOT = "00"
                   GO TO EXC-OPC.
                IF TC-COD NOT = TU-COD
                   GO TO EXC-TAB1.
                MOVE "*** AGREEMENTS PRICE THIS ITEM - NOT DELETED ***"
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
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADTUSS RECORD
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
                MOVE "SMP158" TO DL-PROGRAMA
                MOVE "CADTUSS" TO DL-ARQUIVO
                MOVE TU-COD TO DL-CHAVE
                MOVE REGTUSS TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGTUSS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------[ GROUP AND STATUS DISPLAY TEXT ]------------------------
       TUSS-TXT.
           MOVE SPACES TO W-GRUPODESC W-SITDESC
           IF TU-GRUPO = "L"
              MOVE "LABORATORY" TO W-GRUPODESC.
           IF TU-GRUPO = "I"
              MOVE "IMAGING" TO W-GRUPODESC.
           IF TU-GRUPO = "P"
              MOVE "PROCEDURE" TO W-GRUPODESC.
           IF TU-GRUPO = "O"
              MOVE "OTHER" TO W-GRUPODESC.
           IF TU-SIT = "A"
              MOVE "ACTIVE" TO W-SITDESC.
           IF TU-SIT = "I"
              MOVE "INACTIVE" TO W-SITDESC.
       TUSS-TXT-FIM.
           EXIT.

      *
      *--[ FIND THE ITEM BY (PARTIAL) DESCRIPTION WHEN THE CODE IS ]----
      *--[ NOT AT HAND. SELECTING A MATCH LEAVES IT IN REGTUSS     ]----
       TUSS-BUSCA.
           MOVE "N" TO W-BUSACHOU
           MOVE SPACES TO W-BUSNOME
           DISPLAY (21, 02) "SEARCH BY DESCRIPTION : "
           ACCEPT (21, 26) W-BUSNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-BUSNOME = SPACES
              GO TO TUSS-BUSCA-LIMPA.

           MOVE 30 TO W-BUSLEN.
       TUSS-BUSCA-LEN.
           IF W-BUSNOME(W-BUSLEN:1) = SPACE
              SUBTRACT 1 FROM W-BUSLEN
              GO TO TUSS-BUSCA-LEN.

           MOVE W-BUSNOME TO TU-DESCR
           START CADTUSS KEY IS NOT LESS TU-DESCR INVALID KEY
                 MOVE "*** NO ITEM WITH THAT DESCRIPTION ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TUSS-BUSCA-LIMPA.
       TUSS-BUSCA1.
           READ CADTUSS NEXT
           IF ST-ERRO NOT = "00"
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TUSS-BUSCA-LIMPA.
           IF TU-DESCR(1:W-BUSLEN) NOT = W-BUSNOME(1:W-BUSLEN)
              MOVE "*** END OF MATCHES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TUSS-BUSCA-LIMPA.

           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 02) TU-COD
           DISPLAY (21, 12) TU-DESCR
           DISPLAY (21, 44) TU-SIT
           DISPLAY (22, 02) "S=SELECT   ENTER=NEXT   X=CANCEL"
           ACCEPT (22, 36) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TUSS-BUSCA-LIMPA.
           IF W-OPCAO = "X" OR "x"
              GO TO TUSS-BUSCA-LIMPA.
           IF W-OPCAO = "S" OR "s"
              MOVE "Y" TO W-BUSACHOU
              GO TO TUSS-BUSCA-LIMPA.
           GO TO TUSS-BUSCA1.
       TUSS-BUSCA-LIMPA.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 43) LIMPA
           DISPLAY (22, 02) LIMPA.
       TUSS-BUSCA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTUSS.
           IF W-TCAVAIL = "Y"
              CLOSE CADTUSCV.
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
      *    NOTE: AN ITEM NO LONGER PERFORMED IS MADE INACTIVE RATHER
      *    THAN DELETED, SO ORDERS ALREADY CARRYING ITS DESCRIPTION
      *    STILL FIND IT WHEN THEY ARE BILLED.
      *---------------------*** END OF PROGRAM ***--------------------*
