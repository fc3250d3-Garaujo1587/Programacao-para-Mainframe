       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP119.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DAILY WARD NURSING ROSTER PRINTOUT          *
      *     THE DAY'S CADESCAL ROSTER BY SHIFT AND      *
      *     WARD, WITH NAME, ROLE AND COREN             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESCALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS EN-NOME WITH DUPLICATES.

       SELECT RELESCAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTESCA".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCAL.DAT".
           COPY CPESCALR.

       FD CADENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENF.DAT".
           COPY CPENFR.

       FD RELESCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESCAL.DAT".
       01 LINHA-REL        PIC X(80).

      *------[ S-ORDEM PUTS THE SHIFTS IN DAY ORDER (M, T, N) AND ]-----
      *------[ S-FUNCORD THE REGISTERED NURSES FIRST IN EACH WARD ]-----
       SD SORTFILE.
       01 SORT-REC.
          03 S-ORDEM        PIC 9(01).
          03 S-ALA          PIC X(10).
          03 S-QTOINI       PIC 9(04).
          03 S-QTOFIM       PIC 9(04).
          03 S-FUNCORD      PIC 9(01).
          03 S-NOME         PIC X(30).
          03 S-TURNO        PIC X(01).
          03 S-CORENUF      PIC X(02).
          03 S-COREN        PIC 9(06).
          03 S-FUNCAO       PIC X(01).
          03 S-VENCIDO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-ENFOK       PIC X(01) VALUE "N".
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-ORDANT      PIC 9(01) VALUE ZEROS.
       01 W-ALAANT      PIC X(10) VALUE SPACES.
       01 W-QTDTURNO    PIC 9(04) VALUE ZEROS.
       01 W-ENFTURNO    PIC 9(04) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(05) VALUE ZEROS.
       01 W-VENCTOT     PIC 9(04) VALUE ZEROS.
       01 W-DATAREF     PIC 9(08) VALUE ZEROS.
       01 W-DATAX.
          03 W-DATAX-ANO PIC 9(04).
          03 W-DATAX-MES PIC 9(02).
          03 W-DATAX-DIA PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(38) VALUE
             "RELESCAL - WARD NURSING ROSTER FOR ".
          03 DDIA     PIC 99.
          03 FILLER   PIC X(01) VALUE "/".
          03 DMES     PIC 99.
          03 FILLER   PIC X(01) VALUE "/".
          03 DANO     PIC 9999.
          03 FILLER   PIC X(32) VALUE SPACES.

       01 LIN-TURNO.
          03 FILLER   PIC X(10) VALUE "*** SHIFT ".
          03 TTURNO   PIC X(20).
          03 FILLER   PIC X(50) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "WARD       ROOMS      COREN      NAME   ".
          03 FILLER   PIC X(40) VALUE
             "                         ROLE           ".

       01 LIN-DET.
          03 DALA       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTOINI    PIC 9(04).
          03 FILLER     PIC X(01) VALUE "-".
          03 DQTOFIM    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DCORENUF   PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 DCOREN     PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DNOME      PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DFUNCAO    PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVENC      PIC X(09).

       01 LIN-SUBTOT.
          03 FILLER     PIC X(22) VALUE "   STAFF ON SHIFT ... ".
          03 STQTD      PIC ZZZ9.
          03 FILLER     PIC X(26) VALUE
             "   REGISTERED NURSES ... ".
          03 STENF      PIC ZZZ9.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "STAFF ROSTERED FOR THE DAY . ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "WITH COREN EXPIRED ......... ".
          03 R2TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAESC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "      DAILY WARD NURSING ROSTER PRINTOUT".
           05  LINE 05  COLUMN 01
               VALUE  "     DUTY DATE (YYYYMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "     (ZEROS = TODAY)".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TDATA
               LINE 05  COLUMN 28  PIC 9(08)
               USING  W-DATAREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-DATAREF
           DISPLAY TELAESC.

       PED-001.
           ACCEPT TDATA
           IF W-DATAREF = ZEROS
              ACCEPT W-DATAREF FROM DATE YYYYMMDD
              DISPLAY TDATA.
           MOVE W-DATAREF TO W-DATAX
           IF W-DATAX-MES < 1 OR W-DATAX-MES > 12
              OR W-DATAX-DIA < 1 OR W-DATAX-DIA > 31
              MOVE "*** INVALID DATE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.
           MOVE W-DATAX-DIA TO DDIA
           MOVE W-DATAX-MES TO DMES
           MOVE W-DATAX-ANO TO DANO.

       INC-OP1.
           OPEN INPUT CADESCAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** NO ROSTER RECORDED YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              CLOSE CADESCAL.

       INC-OP2.
           MOVE "N" TO W-ENFOK
           OPEN INPUT CADENF
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-ENFOK.

           OPEN OUTPUT RELESCAL
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** GENERATING REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "Y" TO W-PRIMEIRO
           MOVE ZEROS TO W-QTDTOT W-VENCTOT W-QTDTURNO W-ENFTURNO.

           SORT SORTFILE ON ASCENDING KEY S-ORDEM S-ALA S-QTOINI
                                          S-FUNCORD S-NOME
                INPUT PROCEDURE IS LER-ESCALA THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.

           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-SUBTOT THRU ESCREVE-SUBTOT-FIM.

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDTOT TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VENCTOT TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL

           MOVE "*** REPORT RELESCAL.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELESCAL.

       ROT-FIM.
           IF W-ENFOK = "Y"
              CLOSE CADENF.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - THE DAY'S ROSTER ROWS ]-----------
       LER-ESCALA.
           OPEN INPUT CADESCAL
           IF ST-ERRO NOT = "00"
              MOVE "ERROR IN OPENING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-FIM2.
           MOVE W-DATAREF TO ES-DATA
           MOVE SPACES TO ES-TURNO ES-CORENUF
           MOVE ZEROS TO ES-COREN
           START CADESCAL KEY IS NOT LESS CHAVEESCALA INVALID KEY
                 GO TO LER-FIM.
       LER-RD2.
           READ CADESCAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FIM.
           IF ES-DATA NOT = W-DATAREF
              GO TO LER-FIM.

           MOVE 1 TO S-ORDEM
           IF ES-TURNO = "T"
              MOVE 2 TO S-ORDEM.
           IF ES-TURNO = "N"
              MOVE 3 TO S-ORDEM.
           MOVE ES-ALA       TO S-ALA
           MOVE ES-QUARTOINI TO S-QTOINI
           MOVE ES-QUARTOFIM TO S-QTOFIM
           MOVE ES-TURNO     TO S-TURNO
           MOVE ES-CORENUF   TO S-CORENUF
           MOVE ES-COREN     TO S-COREN
           MOVE "*** NOT ON STAFF FILE ***" TO S-NOME
           MOVE SPACES TO S-FUNCAO
           MOVE "N" TO S-VENCIDO
           MOVE 9 TO S-FUNCORD
           IF W-ENFOK = "Y"
              MOVE ES-CORENUF TO EN-CORENUF
              MOVE ES-COREN   TO EN-COREN
              READ CADENF KEY IS CHAVEENF
              IF ST-ERRO2 = "00"
                 PERFORM LER-ENF THRU LER-ENF-FIM.
           RELEASE SORT-REC
           GO TO LER-RD2.
       LER-FIM.
           CLOSE CADESCAL.
       LER-FIM2.
           EXIT.

       LER-ENF.
           MOVE EN-NOME   TO S-NOME
           MOVE EN-FUNCAO TO S-FUNCAO
           MOVE 3 TO S-FUNCORD
           IF EN-FUNCAO = "E"
              MOVE 1 TO S-FUNCORD.
           IF EN-FUNCAO = "T"
              MOVE 2 TO S-FUNCORD.
           IF EN-CORENVAL < W-DATAREF
              MOVE "Y" TO S-VENCIDO.
       LER-ENF-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - BUILDS THE LISTING ]-------------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           IF W-PRIMEIRO = "Y" OR S-ORDEM NOT = W-ORDANT
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.

           MOVE SPACES TO DALA
           IF S-ALA NOT = W-ALAANT
              MOVE S-ALA TO DALA W-ALAANT.
           MOVE S-QTOINI  TO DQTOINI
           MOVE S-QTOFIM  TO DQTOFIM
           MOVE S-CORENUF TO DCORENUF
           MOVE S-COREN   TO DCOREN
           MOVE S-NOME    TO DNOME
           MOVE SPACES TO DFUNCAO DVENC
           IF S-FUNCAO = "E"
              MOVE "NURSE" TO DFUNCAO
              ADD 1 TO W-ENFTURNO.
           IF S-FUNCAO = "T"
              MOVE "TECH" TO DFUNCAO.
           IF S-FUNCAO = "A"
              MOVE "AUX" TO DFUNCAO.
           IF S-VENCIDO = "Y"
              MOVE "COREN EXP" TO DVENC
              ADD 1 TO W-VENCTOT.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDTURNO
           ADD 1 TO W-QTDTOT
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           EXIT.

      *------[ CONTROL BREAK ON SHIFT ]---------------------------------
       ROT-QUEBRA.
           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-SUBTOT THRU ESCREVE-SUBTOT-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE S-ORDEM TO W-ORDANT
           MOVE SPACES TO W-ALAANT
           MOVE ZEROS TO W-QTDTURNO W-ENFTURNO
           MOVE "MORNING 07-13" TO TTURNO
           IF S-TURNO = "T"
              MOVE "AFTERNOON 13-19" TO TTURNO.
           IF S-TURNO = "N"
              MOVE "NIGHT 19-07" TO TTURNO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TURNO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       ROT-QUEBRA-FIM.
           EXIT.

      *------[ STAFF COUNT FOR THE SHIFT ]------------------------------
       ESCREVE-SUBTOT.
           MOVE W-QTDTURNO TO STQTD
           MOVE W-ENFTURNO TO STENF
           MOVE LIN-SUBTOT TO LINHA-REL
           WRITE LINHA-REL.
       ESCREVE-SUBTOT-FIM.
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
      *    NOTE: A NIGHT SHIFT IS LISTED UNDER THE DATE IT STARTS.
      *    COREN EXP FLAGS A PERSON WHOSE COREN LAPSED AFTER BEING
      *    ROSTERED - SMP118 WILL NOT ROSTER AN EXPIRED COREN, BUT
      *    A ROSTER KEYED AHEAD CAN OUTLIVE THE REGISTRATION.

      *---------------------*** END OF PROGRAM ***--------------------*
