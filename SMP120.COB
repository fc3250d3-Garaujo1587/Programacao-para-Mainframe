       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP120.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     NIGHT NURSING STAFFING-RATIO EXCEPTIONS     *
      *     TONIGHT'S NIGHT-SHIFT ROSTER (CADESCAL)     *
      *     AGAINST THE ROOMS OCCUPIED IN TONIGHT'S     *
      *     CENSHIST SNAPSHOT, WARD BY WARD             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CENSHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESCAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESCALA
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADENF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENF
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS EN-NOME WITH DUPLICATES.

       SELECT RELENFER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CENSHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CENSHIST.DAT".
           COPY CPCENSR.

       FD CADESCAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCAL.DAT".
           COPY CPESCALR.

       FD CADENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENF.DAT".
           COPY CPENFR.

       FD RELENFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELENFER.DAT".
       01 LINHA-REL        PIC X(80).
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
       01 W-ESCAVAIL    PIC X(01) VALUE "N".
       01 W-ENFAVAIL    PIC X(01) VALUE "N".
      *    MOST OCCUPIED ROOMS ONE PERSON ON THE NIGHT SHIFT MAY COVER
       01 W-MAXPAC      PIC 9(02) VALUE 08.
       01 W-DATACENS    PIC 9(08) VALUE ZEROS.
       01 W-QTDOCUP     PIC 9(04) VALUE ZEROS.
       01 W-QTDSTAFF    PIC 9(04) VALUE ZEROS.
       01 W-QTDALA      PIC 9(04) VALUE ZEROS.
       01 W-QTDEXC      PIC 9(04) VALUE ZEROS.
       01 W-ALAOCUP     PIC 9(04) VALUE ZEROS.
       01 W-RAZAO       PIC 9(03)V9 VALUE ZEROS.
       01 W-VALIDO      PIC X(01) VALUE "N".
       01 W-FUNCAO      PIC X(01) VALUE SPACE.
       01 IND           PIC 9(03) VALUE ZEROS.
       01 W-AIND        PIC 9(03) VALUE ZEROS.
       01 W-NTC         PIC 9(03) VALUE ZEROS.
       01 W-NTW         PIC 9(03) VALUE ZEROS.
      *----[ TONIGHT'S ROOMS FROM CENSHIST - OCCUPIED FLAG, AND ]-------
      *----[ WHETHER A ROSTERED WARD RANGE COVERS THE ROOM      ]-------
       01 TAB-CENSO.
          03 TC-ENT OCCURS 200 TIMES.
             05 TC-QUARTO   PIC 9(04).
             05 TC-OCUP     PIC X(01).
             05 TC-COBERTO  PIC X(01).

      *----[ ONE ENTRY PER WARD / ROOM RANGE ON THE NIGHT ROSTER ]------
       01 TAB-ALA.
          03 TW-ENT OCCURS 50 TIMES.
             05 TW-ALA      PIC X(10).
             05 TW-INI      PIC 9(04).
             05 TW-FIM      PIC 9(04).
             05 TW-QTD      PIC 9(03).
             05 TW-ENF      PIC 9(03).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELENFER - NIGHT NURSING STAFFING EXCEPTIONS".
          03 FILLER   PIC X(02) VALUE SPACES.
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(24) VALUE SPACES.

       01 LIN-SEMCENSO.
          03 FILLER   PIC X(40) VALUE
             "*** NO CENSUS SNAPSHOT ON CENSHIST - NOT".
          03 FILLER   PIC X(40) VALUE
             "HING TO COMPARE ***                     ".

       01 LIN-SEMESCALA.
          03 FILLER   PIC X(40) VALUE
             "*** NO NIGHT ROSTER KEYED (SMP118) - EVE".
          03 FILLER   PIC X(40) VALUE
             "RY OCCUPIED ROOM IS LISTED ***          ".

       01 LIN-SECAO.
          03 FILLER   PIC X(04) VALUE "*** ".
          03 SSECAO   PIC X(40).
          03 FILLER   PIC X(36) VALUE SPACES.

       01 LIN-VENC.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 VCORENUF   PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 VCOREN     PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 VNOME      PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 VALA       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 VMOTIVO    PIC X(24).

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "WARD       ROOMS      OCC  STAFF   RN  R".
          03 FILLER   PIC X(40) VALUE
             "ATIO  EXCEPTION                         ".

       01 LIN-ALA.
          03 DALA       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTOINI    PIC 9(04).
          03 FILLER     PIC X(01) VALUE "-".
          03 DQTOFIM    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DOCUP      PIC ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 DSTAFF     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DENF       PIC ZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRAZAO     PIC ZZ9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DMOTIVO    PIC X(34).

       01 LIN-QUARTO.
          03 FILLER     PIC X(07) VALUE "  ROOM ".
          03 QQUARTO    PIC 9(04).
          03 FILLER     PIC X(40) VALUE
             " OCCUPIED - NO NIGHT STAFF ROSTERED".

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "OCCUPIED ROOMS TONIGHT ..... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "NIGHT STAFF ROSTERED ....... ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "WARDS ON THE NIGHT ROSTER .. ".
          03 R3TOT      PIC ZZ.ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(30) VALUE
             "EXCEPTIONS ................. ".
          03 R4TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT RELENFER
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           MOVE "*** CHECKING NIGHT NURSING STAFFING ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE ZEROS TO W-QTDOCUP W-QTDSTAFF W-QTDALA W-QTDEXC
           MOVE ZEROS TO W-NTC W-NTW
           PERFORM CENSO-DATA THRU CENSO-DATA-FIM
           MOVE W-DATACENS TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-DATACENS = ZEROS
              MOVE LIN-SEMCENSO TO LINHA-REL
              WRITE LINHA-REL
              GO TO INC-FIM.

           PERFORM CENSO-CARGA THRU CENSO-CARGA-FIM

      *    CADENF IS ONLY MISSING ON A SITE THAT HAS NOT KEYED ITS
      *    NURSING STAFF YET - ROLES AND COREN DATES ARE THEN UNKNOWN
           MOVE "N" TO W-ESCAVAIL W-ENFAVAIL
           OPEN INPUT CADENF
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-ENFAVAIL.
           OPEN INPUT CADESCAL
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-ESCAVAIL
              PERFORM ESC-CARGA THRU ESC-CARGA-FIM.
           IF W-QTDSTAFF = ZEROS
              MOVE LIN-SEMESCALA TO LINHA-REL
              WRITE LINHA-REL.

           PERFORM ALA-VERIFICA THRU ALA-VERIFICA-FIM
           PERFORM QTO-DESCOBERTO THRU QTO-DESCOBERTO-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDOCUP TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDSTAFF TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDALA TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDEXC TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELENFER.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE RELENFER.
           IF W-ESCAVAIL = "Y"
              CLOSE CADESCAL.
           IF W-ENFAVAIL = "Y"
              CLOSE CADENF.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ TONIGHT IS THE LATEST SNAPSHOT DATE ON CENSHIST, ]-------
      *------[ SO A CLOSE THAT RAN PAST MIDNIGHT STILL MATCHES  ]-------
       CENSO-DATA.
           MOVE ZEROS TO W-DATACENS
           OPEN INPUT CENSHIST
           IF ST-ERRO NOT = "00"
              GO TO CENSO-DATA-FIM.
       CENSO-DATA1.
           READ CENSHIST AT END
                GO TO CENSO-DATA2.
           IF CS-DATA > W-DATACENS
              MOVE CS-DATA TO W-DATACENS.
           GO TO CENSO-DATA1.
       CENSO-DATA2.
           CLOSE CENSHIST.
       CENSO-DATA-FIM.
           EXIT.

      *------[ LOADS TONIGHT'S ROOMS INTO TAB-CENSO ]-------------------
       CENSO-CARGA.
           OPEN INPUT CENSHIST
           IF ST-ERRO NOT = "00"
              GO TO CENSO-CARGA-FIM.
       CENSO-CARGA1.
           READ CENSHIST AT END
                GO TO CENSO-CARGA2.
           IF CS-DATA NOT = W-DATACENS
              GO TO CENSO-CARGA1.
           IF W-NTC NOT < 200
              GO TO CENSO-CARGA1.
           ADD 1 TO W-NTC
           MOVE CS-QUARTO TO TC-QUARTO(W-NTC)
           MOVE "N" TO TC-OCUP(W-NTC) TC-COBERTO(W-NTC)
           IF CS-CPF NOT = ZEROS
              MOVE "Y" TO TC-OCUP(W-NTC)
              ADD 1 TO W-QTDOCUP.
           GO TO CENSO-CARGA1.
       CENSO-CARGA2.
           CLOSE CENSHIST.
       CENSO-CARGA-FIM.
           EXIT.

      *------[ NIGHT-SHIFT ROSTER FOR THE CENSUS DATE INTO TAB-ALA. ]---
      *------[ A LAPSED COREN IS LISTED AND NOT COUNTED AS STAFF    ]---
       ESC-CARGA.
           MOVE SPACES TO SSECAO
           MOVE "ROSTERED STAFF NOT FIT FOR DUTY" TO SSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-DATACENS TO ES-DATA
           MOVE "N" TO ES-TURNO
           MOVE SPACES TO ES-CORENUF
           MOVE ZEROS TO ES-COREN
           START CADESCAL KEY IS NOT LESS CHAVEESCALA INVALID KEY
                 GO TO ESC-CARGA-FIM.
       ESC-CARGA1.
           READ CADESCAL NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ESC-CARGA-FIM.
           IF ES-DATA NOT = W-DATACENS OR ES-TURNO NOT = "N"
              GO TO ESC-CARGA-FIM.

           MOVE "Y" TO W-VALIDO
           MOVE SPACE TO W-FUNCAO
           MOVE SPACES TO VNOME VMOTIVO
           IF W-ENFAVAIL = "Y"
              MOVE ES-CORENUF TO EN-CORENUF
              MOVE ES-COREN   TO EN-COREN
              READ CADENF KEY IS CHAVEENF
              IF ST-ERRO3 NOT = "00"
                 MOVE "N" TO W-VALIDO
                 MOVE "NOT ON NURSING STAFF FILE" TO VMOTIVO
              ELSE
                 MOVE EN-NOME   TO VNOME
                 MOVE EN-FUNCAO TO W-FUNCAO
                 IF EN-CORENVAL < W-DATACENS
                    MOVE "N" TO W-VALIDO
                    MOVE "COREN EXPIRED" TO VMOTIVO.
           IF W-VALIDO = "N"
              MOVE ES-CORENUF TO VCORENUF
              MOVE ES-COREN   TO VCOREN
              MOVE ES-ALA     TO VALA
              MOVE LIN-VENC TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDEXC
              GO TO ESC-CARGA1.

           ADD 1 TO W-QTDSTAFF
           PERFORM ALA-LOCALIZA THRU ALA-LOCALIZA-FIM
           IF W-AIND = ZEROS
              GO TO ESC-CARGA1.
           ADD 1 TO TW-QTD(W-AIND)
           IF W-FUNCAO = "E"
              ADD 1 TO TW-ENF(W-AIND).
           GO TO ESC-CARGA1.
       ESC-CARGA-FIM.
           EXIT.

      *------[ FINDS (OR OPENS) THE WARD / RANGE SLOT IN TAB-ALA ]------
       ALA-LOCALIZA.
           MOVE ZEROS TO W-AIND
           MOVE 1 TO IND.
       ALA-LOCALIZA1.
           IF IND > W-NTW
              GO TO ALA-LOCALIZA2.
           IF TW-ALA(IND) = ES-ALA AND TW-INI(IND) = ES-QUARTOINI
                                   AND TW-FIM(IND) = ES-QUARTOFIM
              MOVE IND TO W-AIND
              GO TO ALA-LOCALIZA-FIM.
           ADD 1 TO IND
           GO TO ALA-LOCALIZA1.
       ALA-LOCALIZA2.
           IF W-NTW NOT < 50
              GO TO ALA-LOCALIZA-FIM.
           ADD 1 TO W-NTW
           MOVE W-NTW TO W-AIND
           MOVE ES-ALA       TO TW-ALA(W-AIND)
           MOVE ES-QUARTOINI TO TW-INI(W-AIND)
           MOVE ES-QUARTOFIM TO TW-FIM(W-AIND)
           MOVE ZEROS TO TW-QTD(W-AIND) TW-ENF(W-AIND).
       ALA-LOCALIZA-FIM.
           EXIT.

      *------[ EACH WARD: OCCUPIED ROOMS IN ITS RANGE AGAINST THE ]-----
      *------[ STAFF ON IT. ONLY WARDS WITH AN EXCEPTION ARE LISTED ]---
       ALA-VERIFICA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "WARD STAFFING BELOW STANDARD" TO SSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-NTW TO W-QTDALA
           MOVE 1 TO W-AIND.
       ALA-VERIFICA1.
           IF W-AIND > W-NTW
              GO TO ALA-VERIFICA-FIM.
           MOVE ZEROS TO W-ALAOCUP
           MOVE 1 TO IND.
       ALA-VERIFICA2.
           IF IND > W-NTC
              GO TO ALA-VERIFICA3.
           IF TC-QUARTO(IND) NOT < TW-INI(W-AIND)
              AND TC-QUARTO(IND) NOT > TW-FIM(W-AIND)
              MOVE "Y" TO TC-COBERTO(IND)
              IF TC-OCUP(IND) = "Y"
                 ADD 1 TO W-ALAOCUP.
           ADD 1 TO IND
           GO TO ALA-VERIFICA2.
       ALA-VERIFICA3.
           MOVE ZEROS TO W-RAZAO
           COMPUTE W-RAZAO ROUNDED = W-ALAOCUP / TW-QTD(W-AIND)
           MOVE SPACES TO DMOTIVO
           IF W-ALAOCUP > ZEROS AND TW-ENF(W-AIND) = ZEROS
                                AND W-ENFAVAIL = "Y"
              MOVE "NO REGISTERED NURSE ON THE WARD" TO DMOTIVO.
           IF W-RAZAO > W-MAXPAC
              IF DMOTIVO = SPACES
                 MOVE "TOO MANY PATIENTS PER STAFF" TO DMOTIVO
              ELSE
                 MOVE "NO RN AND TOO MANY PATIENTS" TO DMOTIVO.
           IF DMOTIVO = SPACES
              GO TO ALA-VERIFICA4.
           MOVE TW-ALA(W-AIND) TO DALA
           MOVE TW-INI(W-AIND) TO DQTOINI
           MOVE TW-FIM(W-AIND) TO DQTOFIM
           MOVE W-ALAOCUP      TO DOCUP
           MOVE TW-QTD(W-AIND) TO DSTAFF
           MOVE TW-ENF(W-AIND) TO DENF
           MOVE W-RAZAO        TO DRAZAO
           MOVE LIN-ALA TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDEXC.
       ALA-VERIFICA4.
           ADD 1 TO W-AIND
           GO TO ALA-VERIFICA1.
       ALA-VERIFICA-FIM.
           EXIT.

      *------[ OCCUPIED ROOMS NO NIGHT WARD RANGE COVERS ]--------------
       QTO-DESCOBERTO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "OCCUPIED ROOMS WITHOUT NIGHT STAFF" TO SSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO IND.
       QTO-DESCOBERTO1.
           IF IND > W-NTC
              GO TO QTO-DESCOBERTO-FIM.
           IF TC-OCUP(IND) = "Y" AND TC-COBERTO(IND) = "N"
              MOVE TC-QUARTO(IND) TO QQUARTO
              MOVE LIN-QUARTO TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDEXC.
           ADD 1 TO IND
           GO TO QTO-DESCOBERTO1.
       QTO-DESCOBERTO-FIM.
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
      *    NOTE: RUNS IN THE NIGHTLY CHAIN AFTER SMP067 HAS APPENDED
      *    TONIGHT'S SNAPSHOT. ONLY THE NIGHT SHIFT (ES-TURNO N) DATED
      *    THE CENSUS DATE IS COMPARED. A WARD IS AN EXCEPTION WHEN IT
      *    HAS OCCUPIED ROOMS AND NO REGISTERED NURSE, OR MORE THAN
      *    W-MAXPAC OCCUPIED ROOMS PER PERSON ON IT. STAFF NOT ON
      *    CADENF OR WITH A LAPSED COREN ARE LISTED AND NOT COUNTED.

      *---------------------*** END OF PROGRAM ***--------------------*
