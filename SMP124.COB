       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP124.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     WEEKLY PRENATAL CALL-BACK REPORT            *
      *     MISSED PRENATAL VISITS AND OVERDUE EXAMS    *
      *     OF EVERY ACTIVE PREGNANCY, EACH LISTED ON   *
      *     THE FIRST RUN AFTER ITS WINDOW CLOSES       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPRENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRENA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPNCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPNCAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT RELPRENA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRENA.DAT".
           COPY CPPRENR.

       FD CADPNCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPNCAL.DAT".
           COPY CPPNCALR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 NASCIMENTO.
             05 DIA        PIC 9(02).
             05 MES        PIC 9(02).
             05 ANO        PIC 9(04).
          03 FILLER        PIC X(02).
          03 PHONE.
             05 DDD        PIC 9(02).
             05 NUM        PIC 9(09).
          03 FILLER        PIC X(145).

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON.
                07 ANOC    PIC 9(04).
                07 MESC    PIC 9(02).
                07 DIAC    PIC 9(02).
             05 HORACON.
                07 HORAC   PIC 9(02).
                07 MINC    PIC 9(02).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD RELPRENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPRENA.DAT".
       01 LINHA-REL        PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DATAAT      PIC 9(08) VALUE ZEROS.
       01 W-LIGCHAVE    PIC X(20) VALUE SPACES.
       01 W-LIGOUT      PIC X(01) VALUE SPACES.
       01 W-LIGSEQ      PIC 9(02) VALUE ZEROS.
       01 W-TOTVIS      PIC 9(06) VALUE ZEROS.
       01 W-TOTEXA      PIC 9(06) VALUE ZEROS.
       01 W-CPFPN       PIC 9(11) VALUE ZEROS.
       01 W-GESTAPN     PIC 9(02) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELPRENA - PRENATAL MISSED VISITS/OVERDUE EXAMS - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "CPF         PATIENT                TEL  ".
          03 FILLER   PIC X(40) VALUE
             "            RISK WEEK ITEM             ".
          03 FILLER   PIC X(40) VALUE
             "              DUE        REASON        ".

       01 LIN-DET.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(22).
          03 FILLER     PIC X(02) VALUE " (".
          03 DDDD       PIC 9(02).
          03 FILLER     PIC X(02) VALUE ") ".
          03 DNUM       PIC 9(09).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRISCO     PIC X(04).
          03 FILLER     PIC X(04) VALUE " WK ".
          03 DSEMANA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DITEM      PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMOTIVO    PIC X(12).

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "MISSED VISITS ...... ".
          03 RTOTVIS    PIC ZZZ.ZZ9.
          03 FILLER     PIC X(05) VALUE SPACES.
          03 FILLER     PIC X(21) VALUE "OVERDUE EXAMS ...... ".
          03 RTOTEXA    PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADPRENA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADPRENA FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN I-O CADPNCAL
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR OPENING CADPNCAL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPRENA
                 GO TO ROT-FIM2.

           OPEN INPUT CADPACI
           OPEN INPUT CADATEN
           IF ST-ERRO2 NOT = "00" OR ST-ERRO5 NOT = "00"
                 MOVE "ERROR OPENING CADPACI/CADATEN FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPRENA CADPNCAL CADPACI CADATEN
                 GO TO ROT-FIM2.

      *    NO CADORDER YET MEANS NO EXAM WAS EVER ORDERED
           MOVE "N" TO W-ORAVAIL
           OPEN INPUT CADORDER
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-ORAVAIL.

           OPEN OUTPUT RELPRENA
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPRENA CADPNCAL CADPACI CADATEN
                 IF W-ORAVAIL = "Y"
                    CLOSE CADORDER
                    GO TO ROT-FIM2
                 ELSE
                    GO TO ROT-FIM2.

           MOVE "*** GENERATING PRENATAL CALL-BACK LIST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTVIS W-TOTEXA
           PERFORM VARRE THRU VARRE-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTVIS TO RTOTVIS
           MOVE W-TOTEXA TO RTOTEXA
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELPRENA.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADPRENA CADPNCAL CADPACI CADATEN RELPRENA.
           IF W-ORAVAIL = "Y"
              CLOSE CADORDER.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ EVERY ACTIVE PREGNANCY ON CADPRENA, IN CPF ORDER ]-------
       VARRE.
           MOVE ZEROS TO CHAVEPRENA
           START CADPRENA KEY IS NOT LESS CHAVEPRENA INVALID KEY
                 GO TO VARRE-FIM.
       VARRE-RD1.
           READ CADPRENA NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF PN-SITU NOT = "A"
              GO TO VARRE-RD1.
           PERFORM BUSCA-PACI THRU BUSCA-PACI-FIM
           PERFORM CAL-CHK THRU CAL-CHK-FIM
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

      *------[ WALK THE PREGNANCY'S CALENDAR. EACH ITEM IS RE-LINKED ]--
      *------[ AGAINST TODAY'S BOOKINGS/ORDERS; ONE WHOSE WINDOW HAS ]--
      *------[ CLOSED UNDONE GOES ON THE LIST ONCE AND IS FLAGGED    ]--
       CAL-CHK.
           MOVE PN-CPF TO W-CPFPN
           MOVE PN-GESTA TO W-GESTAPN
           MOVE PN-CPF TO PC-CPF
           MOVE PN-GESTA TO PC-GESTA
           MOVE ZEROS TO PC-ITEM
           START CADPNCAL KEY IS NOT LESS CHAVEPNCAL INVALID KEY
                 GO TO CAL-CHK-FIM.
       CAL-CHK1.
           READ CADPNCAL NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CAL-CHK-FIM.
           IF PC-CPF NOT = W-CPFPN OR PC-GESTA NOT = W-GESTAPN
              GO TO CAL-CHK-FIM.
           PERFORM CAL-LIGA THRU CAL-LIGA-FIM
           IF PC-DATALIM < W-HOJE AND PC-SITU NOT = "D"
                                  AND PC-AVISO NOT = "Y"
              PERFORM CAL-LINHA THRU CAL-LINHA-FIM
              MOVE "Y" TO PC-AVISO.
           REWRITE REGPNCAL
           GO TO CAL-CHK1.
       CAL-CHK-FIM.
           EXIT.

       CAL-LINHA.
           IF PN-RISCO = "H"
              MOVE "HIGH" TO DRISCO
           ELSE
              MOVE SPACES TO DRISCO.
           MOVE PC-SEMANA TO DSEMANA
           MOVE PC-EXAME TO DITEM
           MOVE PC-DATAPREV TO DDATA
           IF PC-TIPO = "V"
              ADD 1 TO W-TOTVIS
              IF PC-SITU = SPACE
                 MOVE "NO BOOKING" TO DMOTIVO
              ELSE
                 IF W-LIGOUT = "N"
                    MOVE "NO-SHOW" TO DMOTIVO
                 ELSE
                    MOVE "NOT ATTENDED" TO DMOTIVO
           ELSE
              ADD 1 TO W-TOTEXA
              IF PC-SITU = SPACE
                 MOVE "NOT ORDERED" TO DMOTIVO
              ELSE
                 MOVE "NO RESULT" TO DMOTIVO.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       CAL-LINHA-FIM.
           EXIT.

      *------[ MATCH ONE CALENDAR ITEM AGAINST THE PATIENT'S      ]-----
      *------[ BOOKINGS (VISIT) OR LAB ORDERS (EXAM) INSIDE ITS   ]-----
      *------[ WINDOW - SAME RULE AS THE K=CALENDAR VIEW IN SMP123]-----
       CAL-LIGA.
           IF PC-SITU = "D"
              GO TO CAL-LIGA-FIM.
           MOVE SPACES TO W-LIGCHAVE W-LIGOUT
           MOVE ZEROS TO W-LIGSEQ
           IF PC-TIPO = "E"
              GO TO CAL-LIGA-EX.
           MOVE PC-CPF TO CPF
           START CADATEN KEY IS NOT LESS CPF INVALID KEY
                 GO TO CAL-LIGA9.
       CAL-LIGA-AT.
           READ CADATEN NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO CAL-LIGA9.
           IF CPF NOT = PC-CPF
              GO TO CAL-LIGA9.
           MOVE DATACON TO W-DATAAT
           IF W-DATAAT < PC-DATAINI OR W-DATAAT > PC-DATALIM
              GO TO CAL-LIGA-AT.
           IF OUTCOME = "C"
              GO TO CAL-LIGA-AT.
           IF OUTCOME = "A"
              MOVE CHAVEATEN TO PC-CHAVEATEN
              MOVE "D" TO PC-SITU
              GO TO CAL-LIGA-FIM.
      *    A LATER BOOKING STILL AHEAD BEATS AN EARLIER NO-SHOW
           IF W-LIGCHAVE = SPACES OR
                          (W-LIGOUT = "N" AND OUTCOME = SPACE)
              MOVE CHAVEATEN TO W-LIGCHAVE
              MOVE OUTCOME TO W-LIGOUT.
           GO TO CAL-LIGA-AT.
       CAL-LIGA-EX.
           IF W-ORAVAIL NOT = "Y"
              GO TO CAL-LIGA9.
           MOVE PC-CPF TO OR-CPF
           START CADORDER KEY IS NOT LESS OR-CPF INVALID KEY
                 GO TO CAL-LIGA9.
       CAL-LIGA-OR.
           READ CADORDER NEXT
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              GO TO CAL-LIGA9.
           IF OR-CPF NOT = PC-CPF
              GO TO CAL-LIGA9.
           IF OR-DATAPED < PC-DATAINI OR OR-DATAPED > PC-DATALIM
              GO TO CAL-LIGA-OR.
           IF OR-EXAME(1:12) NOT = PC-EXAME(1:12)
              GO TO CAL-LIGA-OR.
           IF OR-DATARES NOT = ZEROS
              MOVE OR-CHAVEATEN TO PC-CHAVEATEN
              MOVE OR-SEQ TO PC-ORDSEQ
              MOVE "D" TO PC-SITU
              GO TO CAL-LIGA-FIM.
           IF W-LIGCHAVE = SPACES
              MOVE OR-CHAVEATEN TO W-LIGCHAVE
              MOVE OR-SEQ TO W-LIGSEQ.
           GO TO CAL-LIGA-OR.
       CAL-LIGA9.
           MOVE W-LIGCHAVE TO PC-CHAVEATEN
           MOVE W-LIGSEQ TO PC-ORDSEQ
           IF W-LIGCHAVE = SPACES
              MOVE SPACE TO PC-SITU
           ELSE
              MOVE "B" TO PC-SITU.
       CAL-LIGA-FIM.
           EXIT.

      *------[ NAME AND PHONE FOR THE PREGNANCY'S LINES ]---------------
       BUSCA-PACI.
           MOVE PN-CPF TO DCPF
           MOVE "** PATIENT NOT FOUND **" TO DNOME
           MOVE ZEROS TO DDDD DNUM
           MOVE PN-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO DNOME
              MOVE DDD TO DDDD
              MOVE NUM TO DNUM.
       BUSCA-PACI-FIM.
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
      *    NOTE: CADPNCAL IS REWRITTEN IN PLACE DURING ITS OWN
      *    SEQUENTIAL READ; THE KEYED CADPACI/CADATEN/CADORDER
      *    LOOKUPS MOVE ONLY THEIR OWN FILES' POSITIONS.

      *---------------------*** END OF PROGRAM ***--------------------*
