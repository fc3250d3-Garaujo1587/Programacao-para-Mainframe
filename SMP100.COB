       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP100.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     OUTSIDE LAB RESULTS IMPORT                  *
      *     READS THE LAB'S DAILY LABRES FILE, CLOSES   *
      *     EACH MATCHING CADORDER LINE (RESULT DATE    *
      *     AND FLAG) AND KEEPS THE RESULT TEXT ON      *
      *     CADRESUL.                                   *
      *     RELLABIM - EVERY ROW ACCEPTED OR REJECTED   *
      *     RELLABCR - CRITICAL VALUES BY ORDERING DR   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LABRES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERESUL
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO4.

       SELECT RELLABIM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT RELLABCR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

       SELECT SORTFILE ASSIGN TO "SORTLAB".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LABRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABRES.DAT".
           COPY CPLABRES.

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUL.DAT".
           COPY CPRESULR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD RELLABIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLABIM.DAT".
       01 LINHA-REL        PIC X(80).

       FD RELLABCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLABCR.DAT".
       01 LINHA-CRI        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-CRMUF        PIC X(02).
          03 S-CRM          PIC 9(06).
          03 S-CPF          PIC 9(11).
          03 S-CHAVEORDER   PIC X(22).
          03 S-EXAME        PIC X(30).
          03 S-DATARES      PIC 9(08).
          03 S-TEXTO        PIC X(60).
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
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTACEITOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTREJEIT   PIC 9(06) VALUE ZEROS.
       01 W-TOTCRIT     PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-MEDANT      PIC X(08) VALUE SPACES.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-LABAVAIL    PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-MEDCHAVE.
          03 W-MEDUF    PIC X(02).
          03 W-MEDCRM   PIC 9(06).

       01 LIN-TIT1.
          03 FILLER   PIC X(42) VALUE
             "RELLABIM - LAB RESULTS IMPORT - ".
          03 T1DATA   PIC 9999/99/99.
          03 FILLER   PIC X(28) VALUE SPACES.

       01 LIN-TIT2.
          03 FILLER   PIC X(42) VALUE
             "RELLABCR - CRITICAL LAB VALUES - ".
          03 T2DATA   PIC 9999/99/99.
          03 FILLER   PIC X(28) VALUE SPACES.

       01 LIN-SEMARQ.
          03 FILLER   PIC X(40) VALUE
             "*** NO RESULTS FILE RECEIVED FROM THE LA".
          03 FILLER   PIC X(40) VALUE
             "B TONIGHT ***".

       01 LIN-CABIM.
          03 FILLER   PIC X(40) VALUE
             "ORDER VISIT KEY      SEQ RES CRIT STATUS".
          03 FILLER   PIC X(40) VALUE
             "   REASON".

       01 LIN-DETIM.
          03 DCHAVEATEN PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSEQ       PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRESULT    PIC X(01).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DCRITICO   PIC X(01).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DSTATUS    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DMOTIVO    PIC X(30).
          03 FILLER     PIC X(08) VALUE SPACES.

       01 LIN-MEDICO.
          03 FILLER     PIC X(09) VALUE "DOCTOR : ".
          03 MCRMUF     PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 MCRM       PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 MNOME      PIC X(30).
          03 FILLER     PIC X(30) VALUE SPACES.

       01 LIN-DETCR.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CNOME      PIC X(24).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CEXAME     PIC X(24).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CDATARES   PIC 9999/99/99.
          03 FILLER     PIC X(06) VALUE SPACES.

       01 LIN-TEXTOCR.
          03 FILLER     PIC X(14) VALUE SPACES.
          03 CTEXTO     PIC X(60).
          03 FILLER     PIC X(06) VALUE SPACES.

       01 LIN-ROD1.
          03 FILLER     PIC X(21) VALUE "ROWS READ .......... ".
          03 R1TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(21) VALUE "ROWS ACCEPTED ...... ".
          03 R2TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(21) VALUE "ROWS REJECTED ...... ".
          03 R3TOT      PIC ZZZ.ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(21) VALUE "CRITICAL VALUES .... ".
          03 R4TOT      PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADORDER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADORDER FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN I-O CADRESUL
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADRESUL
              CLOSE CADRESUL
              OPEN I-O CADRESUL.
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING CADRESUL FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADORDER
                 GO TO ROT-FIM2.

           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00" OR ST-ERRO4 NOT = "00"
                 MOVE "ERROR OPENING CADPACI/CADMED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADORDER CADRESUL
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELLABIM
           OPEN OUTPUT RELLABCR
           IF ST-ERRO6 NOT = "00" OR ST-ERRO7 NOT = "00"
                 MOVE "ERROR CREATING A REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADORDER CADRESUL CADPACI CADMED
                 GO TO ROT-FIM2.

           MOVE "*** IMPORTING LAB RESULTS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO T1DATA T2DATA
           MOVE LIN-TIT1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TIT2 TO LINHA-CRI
           WRITE LINHA-CRI
           MOVE SPACES TO LINHA-CRI
           WRITE LINHA-CRI

      *    NO FILE FROM THE LAB IS A NORMAL NIGHT (WEEKENDS) - BOTH
      *    REPORTS SAY SO AND THE REST OF THE SUITE CARRIES ON
           MOVE "N" TO W-LABAVAIL
           OPEN INPUT LABRES
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-LABAVAIL
           ELSE
              MOVE LIN-SEMARQ TO LINHA-REL
              WRITE LINHA-REL
              MOVE LIN-SEMARQ TO LINHA-CRI
              WRITE LINHA-CRI
              GO TO INC-FIM.

           MOVE LIN-CABIM TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTLIDOS W-TOTACEITOS W-TOTREJEIT W-TOTCRIT

           SORT SORTFILE ON ASCENDING KEY S-CRMUF S-CRM S-CPF
                INPUT PROCEDURE IS LER-LABRES
                OUTPUT PROCEDURE IS GRAVAR-CRIT.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTLIDOS TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTACEITOS TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTREJEIT TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-CRI
           WRITE LINHA-CRI
           MOVE W-TOTCRIT TO R4TOT
           MOVE LIN-ROD4 TO LINHA-CRI
           WRITE LINHA-CRI
           MOVE "*** RELLABIM/RELLABCR GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           IF W-LABAVAIL = "Y"
              CLOSE LABRES.
           CLOSE CADORDER CADRESUL CADPACI CADMED RELLABIM RELLABCR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - ONE PASS OVER THE LAB FILE. ]-----
      *------[ EVERY ROW GOES ON RELLABIM; A ROW THAT CLOSES AN   ]-----
      *------[ ORDER WITH A CRITICAL VALUE IS RELEASED FOR THE    ]-----
      *------[ DOCTOR-ORDER CRITICAL LIST                         ]-----
       LER-LABRES.
           READ LABRES
           IF ST-ERRO5 NOT = "00"
              GO TO LER-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE SPACES TO W-MOTIVO
           PERFORM LAB-VALIDA THRU LAB-VALIDA-FIM
           IF W-MOTIVO NOT = SPACES
              MOVE "REJECTED" TO DSTATUS
              ADD 1 TO W-TOTREJEIT
              PERFORM LAB-LINHA THRU LAB-LINHA-FIM
              GO TO LER-LABRES.

           PERFORM LAB-GRAVA THRU LAB-GRAVA-FIM
           IF W-MOTIVO NOT = SPACES
              MOVE "REJECTED" TO DSTATUS
              ADD 1 TO W-TOTREJEIT
              PERFORM LAB-LINHA THRU LAB-LINHA-FIM
              GO TO LER-LABRES.

           MOVE "ACCEPTED" TO DSTATUS
           ADD 1 TO W-TOTACEITOS
           PERFORM LAB-LINHA THRU LAB-LINHA-FIM
           IF LR-CRITICO = "Y"
              MOVE OR-CRMUF      TO S-CRMUF
              MOVE OR-CRM        TO S-CRM
              MOVE OR-CPF        TO S-CPF
              MOVE LR-CHAVEORDER TO S-CHAVEORDER
              MOVE OR-EXAME      TO S-EXAME
              MOVE LR-DATARES    TO S-DATARES
              MOVE LR-TEXTO      TO S-TEXTO
              RELEASE SORT-REC
              ADD 1 TO W-TOTCRIT.
           GO TO LER-LABRES.
       LER-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - CRITICAL VALUES GROUPED BY ]-----
      *------[ THE DOCTOR WHO ORDERED THE EXAM                    ]-----
       GRAVAR-CRIT.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.

           MOVE S-CRMUF TO W-MEDUF
           MOVE S-CRM   TO W-MEDCRM
           IF W-PRIMEIRO = "Y" OR W-MEDCHAVE NOT = W-MEDANT
              PERFORM CRIT-MEDICO THRU CRIT-MEDICO-FIM.

           MOVE "** PATIENT NOT FOUND **" TO NOUNPACI
           MOVE S-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO3 NOT = "00"
              MOVE "** PATIENT NOT FOUND **" TO NOUNPACI.

           MOVE S-CPF     TO CCPF
           MOVE NOUNPACI  TO CNOME
           MOVE S-EXAME   TO CEXAME
           MOVE S-DATARES TO CDATARES
           MOVE LIN-DETCR TO LINHA-CRI
           WRITE LINHA-CRI
           MOVE S-TEXTO   TO CTEXTO
           MOVE LIN-TEXTOCR TO LINHA-CRI
           WRITE LINHA-CRI
           GO TO GRAVAR-CRIT.
       GRAVAR-FIM.
           CONTINUE.

      *------[ DOCTOR HEADING ON EACH CHANGE OF CRMUF/CRM ]-------------
       CRIT-MEDICO.
           MOVE "N" TO W-PRIMEIRO
           MOVE W-MEDCHAVE TO W-MEDANT
           MOVE S-CRMUF TO CRMUF
           MOVE S-CRM   TO CRM
           READ CADMED
           IF ST-ERRO4 NOT = "00"
              MOVE "** DOCTOR NOT FOUND **" TO NOUN.
           MOVE S-CRMUF TO MCRMUF
           MOVE S-CRM   TO MCRM
           MOVE NOUN    TO MNOME
           MOVE SPACES TO LINHA-CRI
           WRITE LINHA-CRI
           MOVE LIN-MEDICO TO LINHA-CRI
           WRITE LINHA-CRI.
       CRIT-MEDICO-FIM.
           EXIT.

      *------[ ROW CHECKS - LEAVES W-MOTIVO SPACES WHEN THE ROW ]-------
      *------[ MATCHES AN ORDER STILL WAITING FOR ITS RESULT    ]-------
       LAB-VALIDA.
           IF LR-RESULT NOT = "N" AND LR-RESULT NOT = "A"
              MOVE "INVALID RESULT CODE" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           IF LR-CRITICO NOT = "Y" AND LR-CRITICO NOT = "N"
                                   AND LR-CRITICO NOT = SPACE
              MOVE "INVALID CRITICAL FLAG" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           IF LR-CRITICO = "Y" AND LR-RESULT = "N"
              MOVE "CRITICAL FLAG ON NORMAL RESULT" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           MOVE LR-DATARES TO W-DATA-R
           IF LR-DATARES NOT NUMERIC OR W-DATA-MES < 01
              OR W-DATA-MES > 12 OR W-DATA-DIA < 01 OR W-DATA-DIA > 31
              OR LR-DATARES > W-HOJE
              MOVE "INVALID RESULT DATE" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.

           MOVE LR-CHAVEORDER TO CHAVEORDER
           READ CADORDER KEY IS CHAVEORDER
           IF ST-ERRO = "23"
              MOVE "NO MATCHING ORDER" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "ERROR READING THE ORDER" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           IF OR-DATARES NOT = ZEROS
              MOVE "ORDER ALREADY RESULTED" TO W-MOTIVO
              GO TO LAB-VALIDA-FIM.
           IF LR-DATARES < OR-DATAPED
              MOVE "RESULT DATED BEFORE THE ORDER" TO W-MOTIVO.
       LAB-VALIDA-FIM.
           EXIT.

      *------[ RESULT TEXT FIRST, THEN THE ORDER IS CLOSED - A ROW ]----
      *------[ THAT FAILS HALF WAY LEAVES THE ORDER STILL PENDING  ]----
       LAB-GRAVA.
           MOVE LR-CHAVEORDER TO CHAVERESUL
           MOVE LR-TEXTO      TO RS-TEXTO
           MOVE "N"           TO RS-CRITICO
           IF LR-CRITICO = "Y"
              MOVE "Y" TO RS-CRITICO.
           MOVE "L"           TO RS-ORIGEM
           MOVE W-HOJE        TO RS-DATAIMP
           WRITE REGRESUL
           IF ST-ERRO2 = "22"
              REWRITE REGRESUL.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERROR RECORDING THE RESULT TEXT" TO W-MOTIVO
              GO TO LAB-GRAVA-FIM.

           MOVE LR-DATARES TO OR-DATARES
           MOVE LR-RESULT  TO OR-RESULT
           REWRITE REGORDER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR CLOSING THE ORDER" TO W-MOTIVO.
       LAB-GRAVA-FIM.
           EXIT.

       LAB-LINHA.
           MOVE LR-CHAVEATEN TO DCHAVEATEN
           MOVE LR-SEQ       TO DSEQ
           MOVE LR-RESULT    TO DRESULT
           MOVE LR-CRITICO   TO DCRITICO
           MOVE W-MOTIVO     TO DMOTIVO
           MOVE LIN-DETIM TO LINHA-REL
           WRITE LINHA-REL.
       LAB-LINHA-FIM.
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO

      *---------------------*** END OF PROGRAM ***--------------------*
