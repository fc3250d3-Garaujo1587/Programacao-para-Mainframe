       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP149.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  EQUIPMENT MASTER, SERVICE AND CALIBRATION      *
      *  ASSET TYPE, SERIAL, MANUFACTURER, PREVENTIVE   *
      *  MAINTENANCE INTERVAL AND CALIBRATION DUE DATE  *
      *  OF EACH SHARED ASSET, WITH ITS SERVICE HISTORY *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEQMST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-TAG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEQSER
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADDELOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEQMST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQMST.DAT".
           COPY CPEQMSTR.

       FD CADEQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQSER.DAT".
           COPY CPEQSERR.

       FD CADDELOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DELLOG.DAT".
           COPY CPDELLOG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(78) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO-DL    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-QTDHIST     PIC 9(04) VALUE ZEROS.
       01 W-PULAR       PIC 9(04) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-DATASER     PIC 9(08) VALUE ZEROS.
       01 W-NOVOCAL     PIC 9(08) VALUE ZEROS.
       01 W-TIPOSER     PIC X(01) VALUE SPACES.
       01 W-EXECUTOR    PIC X(30) VALUE SPACES.
       01 W-DESCR       PIC X(40) VALUE SPACES.
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
       01 W-HORAINI.
          03 W-HORAINI-HH PIC 9(02).
          03 W-HORAINI-MM PIC 9(02).
          03 W-HORAINI-SS PIC 9(02).
          03 W-HORAINI-CC PIC 9(02).
       01 W-HORAFIM.
          03 W-HORAFIM-HH PIC 9(02).
          03 W-HORAFIM-MM PIC 9(02).
          03 W-HORAFIM-SS PIC 9(02).
          03 W-HORAFIM-CC PIC 9(02).
       01 W-DATACHK     PIC 9(08) VALUE ZEROS.
       01 W-DATACHK-R REDEFINES W-DATACHK.
          03 W-DC-ANO   PIC 9(04).
          03 W-DC-MES   PIC 9(02).
          03 W-DC-DIA   PIC 9(02).
       77 W-SEGINI      PIC 9(07) VALUE ZEROS.
       77 W-SEGFIM      PIC 9(07) VALUE ZEROS.
       77 W-DECOR       PIC S9(07) VALUE ZEROS.
       77 W-ESPERA      PIC 9(05) VALUE ZEROS.

      *----[ MONTH-LENGTH TABLE - LEAP YEAR ADDS A DAY TO FEBRUARY ]---
       01 TABMESX.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 28.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
          03 FILLER     PIC 9(02) VALUE 30.
          03 FILLER     PIC 9(02) VALUE 31.
       01 TABMES REDEFINES TABMESX.
          03 TBMES      PIC 9(02) OCCURS 12 TIMES.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-MESES       PIC 9(04) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

      *----[ ONE SERVICE HISTORY ROW ON LINES 15-21 ]-------------------
       01 HIST-LIN.
          03 HL-DATA    PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HL-TIPO    PIC X(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HL-EXEC    PIC X(22).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 HL-DESCR   PIC X(32).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  EQMSTTELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "-------------[ EQUIPMENT MASTER, SERVICE".
           05  LINE 02  COLUMN 41
               VALUE  " AND CALIBRATION ]-------------------".
           05  LINE 04  COLUMN 01
               VALUE  "     ASSET TAG      :".
           05  LINE 05  COLUMN 01
               VALUE  "     ASSET TYPE     :".
           05  LINE 06  COLUMN 01
               VALUE  "     SERIAL NUMBER  :".
           05  LINE 07  COLUMN 01
               VALUE  "     MANUFACTURER   :".
           05  LINE 08  COLUMN 01
               VALUE  "     PM EVERY MONTHS:".
           05  LINE 08  COLUMN 27
               VALUE  "(ZEROS = NO PREVENTIVE PLAN)".
           05  LINE 09  COLUMN 01
               VALUE  "     LAST PM        :".
           05  LINE 09  COLUMN 33
               VALUE  "(YYYYMMDD)   NEXT PM DUE:".
           05  LINE 10  COLUMN 01
               VALUE  "     CALIBRATION DUE:".
           05  LINE 10  COLUMN 33
               VALUE  "(YYYYMMDD, ZEROS = NOT CALIBRATED)".
           05  LINE 11  COLUMN 01
               VALUE  "     STATUS         :".
           05  LINE 11  COLUMN 27
               VALUE  "(A=IN USE S=OUT FOR SERVICE B=WRITTEN OFF)".
           05  LINE 13  COLUMN 01
               VALUE  " SERVICE HISTORY (LATEST 7)".
           05  LINE 14  COLUMN 01
               VALUE  " DATE       EVENT       DONE BY".
           05  LINE 14  COLUMN 48
               VALUE  "DESCRIPTION".

           05  TEMTAG
               LINE 04  COLUMN 23  PIC X(10)
               USING  EM-TAG
               HIGHLIGHT.
           05  TEMTIPO
               LINE 05  COLUMN 23  PIC X(20)
               USING  EM-TIPO
               HIGHLIGHT.
           05  TEMSERIE
               LINE 06  COLUMN 23  PIC X(20)
               USING  EM-SERIE
               HIGHLIGHT.
           05  TEMFABRIC
               LINE 07  COLUMN 23  PIC X(20)
               USING  EM-FABRIC
               HIGHLIGHT.
           05  TEMINTERV
               LINE 08  COLUMN 23  PIC 9(02)
               USING  EM-INTERV
               HIGHLIGHT.
           05  TEMULTMAN
               LINE 09  COLUMN 23  PIC 9(08)
               USING  EM-ULTMAN
               HIGHLIGHT.
           05  TEMPROXMAN
               LINE 09  COLUMN 59  PIC 9(08)
               USING  EM-PROXMAN
               HIGHLIGHT.
           05  TEMCALVENC
               LINE 10  COLUMN 23  PIC 9(08)
               USING  EM-CALVENC
               HIGHLIGHT.
           05  TEMSTATUS
               LINE 11  COLUMN 23  PIC X(01)
               USING  EM-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADEQMST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEQMST
                 CLOSE CADEQMST
                 MOVE "*** CADEQMST ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADEQMST FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADEQSER
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADEQSER
                 CLOSE CADEQSER
                 MOVE "*** CADEQSER ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERROR IN OPENING THE CADEQSER FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEQMST
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO EM-TAG EM-TIPO EM-SERIE EM-FABRIC EM-STATUS
           MOVE ZEROS TO EM-INTERV EM-ULTMAN EM-PROXMAN EM-CALVENC
                         W-SEL
           DISPLAY EQMSTTELA.

       R2.
           ACCEPT TEMTAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EM-TAG = SPACES
                MOVE "*** ENTER THE ASSET TAG ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

       LER-CADEQMST.
           READ CADEQMST
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY EQMSTTELA
                PERFORM HIST-MOSTRA THRU HIST-MOSTRA-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERROR READING CADEQMST FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TEMTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF EM-TIPO = SPACES
                MOVE "*** ENTER THE ASSET TYPE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

       R4.
           ACCEPT TEMSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EM-SERIE = SPACES
                MOVE "*** ENTER THE SERIAL NUMBER ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

       R5.
           ACCEPT TEMFABRIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF EM-FABRIC = SPACES
                MOVE "*** ENTER THE MANUFACTURER ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

       R6.
           ACCEPT TEMINTERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT TEMULTMAN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF EM-ULTMAN = ZEROS AND EM-INTERV NOT = ZEROS
              MOVE "*** ENTER THE LAST PM DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF EM-ULTMAN NOT = ZEROS
              MOVE EM-ULTMAN TO W-DATACHK
              IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
                 OR W-DC-DIA < 1 OR W-DC-DIA > 31
                 MOVE "*** ENTER A VALID LAST PM DATE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R7.
           PERFORM PROX-CALC THRU PROX-CALC-FIM
           DISPLAY TEMPROXMAN.

       R8.
           ACCEPT TEMCALVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF EM-CALVENC NOT = ZEROS
              MOVE EM-CALVENC TO W-DATACHK
              IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
                 OR W-DC-DIA < 1 OR W-DC-DIA > 31
                 MOVE "*** ENTER A VALID CALIBRATION DATE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8.

      *    A NEW ASSET STARTS IN USE. ON A CHANGE THE STATUS MAY BE
      *    KEYED - S NORMALLY COMES FROM THE SEND-OUT OPTION
       R9.
           IF W-SEL NOT = 1
              MOVE "A" TO EM-STATUS
              DISPLAY TEMSTATUS
              GO TO INC-OPC.
           ACCEPT TEMSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF EM-STATUS = "a" MOVE "A" TO EM-STATUS.
           IF EM-STATUS = "s" MOVE "S" TO EM-STATUS.
           IF EM-STATUS = "b" MOVE "B" TO EM-STATUS.
           IF EM-STATUS NOT = "A" AND EM-STATUS NOT = "S"
              AND EM-STATUS NOT = "B"
              MOVE "*** JUST TYPE A, S OR B ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA REFUSED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEQMST
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ASSET RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERROR IN FILE RECORDING"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *************************************************
      * ROUTE OF CONSULTATION / AMENDMENT / EXCLUSION *
      *************************************************
      *
       ACE-001.
                DISPLAY (23, 02)
              "N=NEW C=CHANGE S=SEND OUT V=SERVICE DONE D=DELETE : "
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
                IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "v" MOVE "V" TO W-OPCAO.
                IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "S" AND W-OPCAO NOT = "V"
                    AND W-OPCAO NOT = "D" GO TO ACE-001.
                DISPLAY (23, 02) LIMPA
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "C"
                   MOVE 1 TO W-SEL
                   GO TO R3.
                IF W-OPCAO = "S"
                   GO TO SAI-001.
                IF W-OPCAO = "V"
                   GO TO SER-001.
      *
      *    AN ASSET WITH SERVICE HISTORY IS WRITTEN OFF (STATUS B),
      *    NOT DELETED, SO THE HISTORY KEEPS ITS MASTER ROW
       EXC-OPC.
                IF W-QTDHIST NOT = ZEROS
                   MOVE "*** HAS SERVICE HISTORY - WRITE IT OFF ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*JUST TYPE Y=YES  OR  N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
                DELETE CADEQMST RECORD
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
                MOVE "SMP149" TO DL-PROGRAMA
                MOVE "CADEQMST" TO DL-ARQUIVO
                MOVE EM-TAG TO DL-CHAVE
                MOVE REGEQMST TO DL-IMAGEM
                WRITE REGDELLOG
                CLOSE CADDELOG.
       DLOG-WRITE-FIM.
                EXIT.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOT CHANGED INFORMATION *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEQMST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *************************************************
      * SEND OUT FOR SERVICE - SMP046 STOPS CHECKING  *
      * THE ASSET OUT UNTIL THE SERVICE IS RECORDED   *
      *************************************************
      *
       SAI-001.
                IF EM-STATUS = "B"
                   MOVE "*** ASSET IS WRITTEN OFF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF EM-STATUS = "S"
                   MOVE "*** ASSET IS ALREADY OUT FOR SERVICE ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "O" TO W-TIPOSER
                PERFORM SER-DADOS THRU SER-DADOS-FIM
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJEN TO W-DATASER
                MOVE ZEROS TO W-NOVOCAL
                PERFORM SER-GRAVA THRU SER-GRAVA-FIM
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   GO TO SER-LIMPA.
                MOVE "S" TO EM-STATUS
                REWRITE REGEQMST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ASSET MARKED OUT FOR SERVICE ***" TO MENS
                ELSE
                   MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *************************************************
      * SERVICE DONE - PREVENTIVE, CALIBRATION OR     *
      * REPAIR. A PM MOVES THE NEXT PM DUE, A         *
      * CALIBRATION SETS THE NEW CALIBRATION DUE DATE *
      *************************************************
      *
       SER-001.
                IF EM-STATUS = "B"
                   MOVE "*** ASSET IS WRITTEN OFF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO W-TIPOSER
                DISPLAY (19, 02)
                   "EVENT (P=PREVENTIVE C=CALIBRATION R=REPAIR) :".
       SER-TIPO.
                ACCEPT (19, 49) W-TIPOSER WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                IF W-TIPOSER = "p" MOVE "P" TO W-TIPOSER.
                IF W-TIPOSER = "c" MOVE "C" TO W-TIPOSER.
                IF W-TIPOSER = "r" MOVE "R" TO W-TIPOSER.
                IF W-TIPOSER NOT = "P" AND W-TIPOSER NOT = "C"
                   AND W-TIPOSER NOT = "R"
                   MOVE "*** JUST TYPE P, C OR R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-TIPO.
                PERFORM SER-DADOS THRU SER-DADOS-FIM
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJEN TO W-DATASER
                DISPLAY (20, 53) "DONE ON (YYYYMMDD):".
       SER-DATA.
                ACCEPT (20, 73) W-DATASER WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                MOVE W-DATASER TO W-DATACHK
                IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
                   OR W-DC-DIA < 1 OR W-DC-DIA > 31
                   OR W-DATASER > W-HOJEN
                   MOVE "*** ENTER A VALID SERVICE DATE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-DATA.
                MOVE ZEROS TO W-NOVOCAL
                IF W-TIPOSER NOT = "C"
                   GO TO SER-VOLTA.
                DISPLAY (22, 02) "NEW CALIBRATION DUE (YYYYMMDD):".
       SER-CAL.
                ACCEPT (22, 34) W-NOVOCAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                MOVE W-NOVOCAL TO W-DATACHK
                IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
                   OR W-DC-DIA < 1 OR W-DC-DIA > 31
                   OR W-NOVOCAL NOT > W-DATASER
                   MOVE "*** ENTER A VALID CALIBRATION DATE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-CAL.

      *    THE ASSET GOES BACK IN USE UNLESS THE OPERATOR SAYS IT
      *    IS STILL AWAY (E.G. A REPAIR WAITING FOR PARTS)
       SER-VOLTA.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 30) "BACK IN USE (Y/N) : "
                ACCEPT (23, 51) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO SER-LIMPA.
                IF W-OPCAO NOT = "Y" AND "y" AND "N" AND "n"
                   GO TO SER-VOLTA.
                PERFORM SER-GRAVA THRU SER-GRAVA-FIM
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   GO TO SER-LIMPA.
                IF W-TIPOSER = "P"
                   MOVE W-DATASER TO EM-ULTMAN
                   PERFORM PROX-CALC THRU PROX-CALC-FIM.
                IF W-TIPOSER = "C"
                   MOVE W-NOVOCAL TO EM-CALVENC.
                IF W-OPCAO = "Y" OR "y"
                   MOVE "A" TO EM-STATUS
                ELSE
                   MOVE "S" TO EM-STATUS.
                REWRITE REGEQMST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** SERVICE RECORDED ***" TO MENS
                ELSE
                   MOVE "ERROR IN CHANGING THE REGISTRATION" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       SER-LIMPA.
                DISPLAY (19, 02) LIMPA
                DISPLAY (20, 02) LIMPA
                DISPLAY (21, 02) LIMPA
                DISPLAY (22, 02) LIMPA
                GO TO ACE-001.

      *------[ WHO DID IT AND WHAT WAS DONE, LINES 20-21 ]--------------
       SER-DADOS.
                MOVE SPACES TO W-EXECUTOR W-DESCR
                DISPLAY (20, 02) "DONE BY:"
                DISPLAY (21, 02) "DESCRIPTION:".
       SER-DADOS1.
                ACCEPT (20, 11) W-EXECUTOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO SER-DADOS-FIM.
                IF W-EXECUTOR = SPACES
                   MOVE "*** ENTER WHO DOES THE SERVICE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-DADOS1.
                ACCEPT (21, 15) W-DESCR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY.
       SER-DADOS-FIM.
                EXIT.

      *------[ HISTORY ROW - THE SEQUENCE SEPARATES EVENTS OF ]---------
      *------[ THE SAME ASSET ON THE SAME DAY                 ]---------
       SER-GRAVA.
                MOVE EM-TAG TO ES-TAG
                MOVE W-DATASER TO ES-DATA
                MOVE ZEROS TO ES-SEQ
                MOVE W-TIPOSER TO ES-TIPO
                MOVE W-EXECUTOR TO ES-EXECUTOR
                MOVE W-DESCR TO ES-DESCR
                MOVE W-NOVOCAL TO ES-CALVENC.
       SER-GRAVA1.
                ADD 1 TO ES-SEQ
                WRITE REGEQSER
                IF ST-ERRO2 = "22" AND ES-SEQ < 99
                   GO TO SER-GRAVA1.
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "ERROR RECORDING THE SERVICE HISTORY" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SER-GRAVA-FIM.
                EXIT.

      *------[ NEXT PM DUE = LAST PM + INTERVAL IN MONTHS, THE ]--------
      *------[ DAY HELD TO THE LENGTH OF THE TARGET MONTH      ]--------
       PROX-CALC.
           MOVE ZEROS TO EM-PROXMAN
           IF EM-INTERV = ZEROS OR EM-ULTMAN = ZEROS
              GO TO PROX-CALC-FIM.
           MOVE EM-ULTMAN TO W-DATACHK
           COMPUTE W-MESES = W-DC-MES + EM-INTERV - 1
           DIVIDE W-MESES BY 12 GIVING W-QUO REMAINDER W-MESES
           ADD W-QUO TO W-DC-ANO
           COMPUTE W-DC-MES = W-MESES + 1
           MOVE TBMES(W-DC-MES) TO W-DIASMES
           IF W-DC-MES = 2
              DIVIDE W-DC-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
              DIVIDE W-DC-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
              DIVIDE W-DC-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
              IF W-MOD400 = 0 OR (W-MOD4 = 0 AND W-MOD100 NOT = 0)
                 MOVE 29 TO W-DIASMES.
           IF W-DC-DIA > W-DIASMES
              MOVE W-DIASMES TO W-DC-DIA.
           MOVE W-DATACHK TO EM-PROXMAN.
       PROX-CALC-FIM.
           EXIT.

      *------[ LATEST 7 HISTORY ROWS OF THE ASSET - COUNT THEM, ]-------
      *------[ THEN SKIP ALL BUT THE LAST 7 ON A SECOND PASS    ]-------
       HIST-MOSTRA.
           MOVE ZEROS TO W-QTDHIST
           MOVE EM-TAG TO ES-TAG
           MOVE ZEROS TO ES-DATA ES-SEQ
           START CADEQSER KEY IS NOT LESS CHAVEEQSER INVALID KEY
                 GO TO HIST-MOSTRA-FIM.
       HIST-CONTA.
           READ CADEQSER NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO HIST-PASSO2.
           IF ES-TAG NOT = EM-TAG
              GO TO HIST-PASSO2.
           ADD 1 TO W-QTDHIST
           GO TO HIST-CONTA.
       HIST-PASSO2.
           IF W-QTDHIST = ZEROS
              GO TO HIST-MOSTRA-FIM.
           MOVE ZEROS TO W-PULAR
           IF W-QTDHIST > 7
              COMPUTE W-PULAR = W-QTDHIST - 7.
           MOVE 15 TO W-LINHA
           MOVE EM-TAG TO ES-TAG
           MOVE ZEROS TO ES-DATA ES-SEQ
           START CADEQSER KEY IS NOT LESS CHAVEEQSER INVALID KEY
                 GO TO HIST-MOSTRA-FIM.
       HIST-LER.
           READ CADEQSER NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO HIST-MOSTRA-FIM.
           IF ES-TAG NOT = EM-TAG
              GO TO HIST-MOSTRA-FIM.
           IF W-PULAR > ZEROS
              SUBTRACT 1 FROM W-PULAR
              GO TO HIST-LER.
           MOVE ES-DATA TO HL-DATA
           MOVE "OUT" TO HL-TIPO
           IF ES-TIPO = "P"
              MOVE "PREVENTIVE" TO HL-TIPO.
           IF ES-TIPO = "C"
              MOVE "CALIBRATION" TO HL-TIPO.
           IF ES-TIPO = "R"
              MOVE "REPAIR" TO HL-TIPO.
           MOVE ES-EXECUTOR TO HL-EXEC
           MOVE ES-DESCR TO HL-DESCR
           DISPLAY (W-LINHA, 02) HIST-LIN
           ADD 1 TO W-LINHA
           GO TO HIST-LER.
       HIST-MOSTRA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADEQMST CADEQSER.
       ROT-FIM2.
           STOP RUN.

      *---------[ MESSAGE ROUTINE ]---------------------
       ROT-MENS.
               DISPLAY (23, 12) MENS.
       ROT-MENS1.
       ROT-MENS2.
               MOVE 150 TO W-ESPERA
               PERFORM ROT-ESPERA THRU ROT-ESPERA-FIM
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------[ ROTINA DE ESPERA - ELAPSED-TIME PAUSE ]---*
      *    HOLDS THE SCREEN FOR W-ESPERA HUNDREDTHS OF A
      *    SECOND, CHECKED AGAINST THE SYSTEM CLOCK INSTEAD
      *    OF A CPU-SPEED-DEPENDENT ITERATION COUNT.
       ROT-ESPERA.
                ACCEPT W-HORAINI FROM TIME.
       ROT-ESPERA1.
                ACCEPT W-HORAFIM FROM TIME
                COMPUTE W-SEGINI = W-HORAINI-HH * 360000 +
                                    W-HORAINI-MM * 6000 +
                                    W-HORAINI-SS * 100 +
                                    W-HORAINI-CC
                COMPUTE W-SEGFIM = W-HORAFIM-HH * 360000 +
                                    W-HORAFIM-MM * 6000 +
                                    W-HORAFIM-SS * 100 +
                                    W-HORAFIM-CC
                COMPUTE W-DECOR = W-SEGFIM - W-SEGINI
                IF W-DECOR < 0
                   ADD 8640000 TO W-DECOR.
                IF W-DECOR < W-ESPERA
                   GO TO ROT-ESPERA1.
       ROT-ESPERA-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERATION PERFORMED SUCCESSFULLY
      *    22 = RECORD ALREADY REGISTERED
      *    23 = RECORD NOT FOUND
      *    30 = FILE NOT FOUND
      *    NOTE: SMP046 REFUSES TO CHECK OUT AN ASSET THAT IS OUT FOR
      *    SERVICE, WRITTEN OFF OR PAST ITS CALIBRATION DUE DATE.
      *    SMP150 (MONTHLY) LISTS WHAT FALLS DUE FOR CLINICAL
      *    ENGINEERING.

      *---------------------*** END OF PROGRAM ***--------------------*
