       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP115.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   PATIENT SATISFACTION SURVEY IMPORT            *
      *   READS THE SURVEY VENDOR'S CSV, VALIDATES      *
      *   EACH ROW AGAINST THE KEPT VISIT IN CADATEN    *
      *   AND STORES THE SCORES IN CADPESQ, WITH AN     *
      *   ACCEPT/REJECT REPORT FOR THE VENDOR           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PESQCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SV.

       SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVEATEN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT RELPESQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PESQCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQUISA.CSV".
       01 LINHA-SV         PIC X(120).

       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.DAT".
           COPY CPPESQR.

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

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(85).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(77).

       FD RELPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPESQ.DAT".
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
       01 ST-ERRO-SV    PIC X(02) VALUE "00".
       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-ACEITOS     PIC 9(05) VALUE ZEROS.
       01 W-REJEITOS    PIC 9(05) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

       01 W-F1          PIC X(02) VALUE SPACES.
       01 W-F2          PIC X(06) VALUE SPACES.
       01 W-F3          PIC X(08) VALUE SPACES.
       01 W-F4          PIC X(04) VALUE SPACES.
       01 W-F5          PIC X(01) VALUE SPACES.
       01 W-F6          PIC X(01) VALUE SPACES.
       01 W-F7          PIC X(01) VALUE SPACES.
       01 W-F8          PIC X(01) VALUE SPACES.
       01 W-F9          PIC X(02) VALUE SPACES.
       01 W-F10         PIC X(60) VALUE SPACES.

       01 W-SVUF        PIC X(02) VALUE SPACES.
       01 W-SVCRM       PIC 9(06) VALUE ZEROS.
       01 W-SVDATA      PIC 9(08) VALUE ZEROS.
       01 W-SVHORA      PIC 9(04) VALUE ZEROS.
       01 W-SVNOTAS.
          03 W-SVESPERA PIC 9(01).
          03 W-SVMEDICO PIC 9(01).
          03 W-SVRECEP  PIC 9(01).
          03 W-SVINSTAL PIC 9(01).
       01 W-SVRECOM     PIC 9(02) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(46) VALUE
             "RELPESQ - SATISFACTION SURVEY IMPORT RESULT - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-DET.
          03 DRESULT    PIC X(09).
          03 DUF        PIC X(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 DCRM       PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DHORA      PIC 99.99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DNOTAS     PIC X(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRECOM     PIC X(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DMOTIVO    PIC X(30).

       01 LIN-RODAPE.
          03 FILLER     PIC X(14) VALUE "ACCEPTED ... ".
          03 RACEITO    PIC ZZ.ZZ9.
          03 FILLER     PIC X(14) VALUE "  REJECTED .. ".
          03 RREJEITO   PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PESQCSV
           IF ST-ERRO-SV NOT = "00"
              MOVE "*** PESQUISA.CSV NOT FOUND ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

           OPEN INPUT CADATEN
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PESQCSV
              GO TO ROT-FIM2.

       INC-OP1.
           OPEN I-O CADPESQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPESQ
                 CLOSE CADPESQ
                 MOVE "*** CADPESQ ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP1
              ELSE
                 MOVE "ERROR IN OPENING THE CADPESQ FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQCSV CADATEN CADPACI
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT RELPESQ
           IF ST-ERRO4 NOT = "00"
              MOVE "ERROR CREATING THE RESULT REPORT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE "*** IMPORTING SATISFACTION SURVEYS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-LIDOS W-ACEITOS W-REJEITOS.

       IMP-RD1.
           READ PESQCSV AT END
              GO TO INC-FIM.
           IF LINHA-SV = SPACES
              GO TO IMP-RD1.
           ADD 1 TO W-LIDOS
           PERFORM TRATA-LINHA THRU TRATA-LINHA-FIM
           GO TO IMP-RD1.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-ACEITOS TO RACEITO
           MOVE W-REJEITOS TO RREJEITO
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** IMPORT DONE - SEE RELPESQ.DAT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE PESQCSV CADPESQ CADATEN CADPACI RELPESQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ PARSES AND VALIDATES ONE SURVEY ROW, STORING THE ]-------
      *------[ SCORES WHEN EVERY CHECK PASSES                   ]-------
       TRATA-LINHA.
           MOVE SPACES TO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8
           MOVE SPACES TO W-F9 W-F10 W-MOTIVO
           UNSTRING LINHA-SV DELIMITED BY ","
              INTO W-F1 W-F2 W-F3 W-F4 W-F5 W-F6 W-F7 W-F8 W-F9
                   W-F10.
      *    THE VENDOR'S FILE OPENS WITH A COLUMN-TITLE ROW
           IF W-LIDOS = 1 AND W-F2 NOT NUMERIC
              GO TO TRATA-LINHA-FIM.
      *    A ONE-DIGIT RECOMMEND SCORE ARRIVES AS "7", NOT "07"
           IF W-F9(2:1) = SPACE
              MOVE W-F9(1:1) TO W-F9(2:1)
              MOVE "0" TO W-F9(1:1).

           MOVE W-F1 TO W-SVUF
           MOVE ZEROS TO W-SVCRM W-SVDATA W-SVHORA W-SVRECOM
           MOVE ZEROS TO W-SVESPERA W-SVMEDICO W-SVRECEP W-SVINSTAL
           IF W-F2 NOT NUMERIC OR W-F3 NOT NUMERIC
              OR W-F4 NOT NUMERIC OR W-F5 NOT NUMERIC
              OR W-F6 NOT NUMERIC OR W-F7 NOT NUMERIC
              OR W-F8 NOT NUMERIC OR W-F9 NOT NUMERIC
              MOVE "MALFORMED ROW" TO W-MOTIVO
              GO TO TRATA-REJ.

           MOVE W-F5 TO W-SVESPERA
           MOVE W-F6 TO W-SVMEDICO
           MOVE W-F7 TO W-SVRECEP
           MOVE W-F8 TO W-SVINSTAL
           MOVE W-F2 TO W-SVCRM
           MOVE W-F3 TO W-SVDATA
           MOVE W-F4 TO W-SVHORA
           MOVE W-F9 TO W-SVRECOM

           IF W-SVESPERA < 1 OR W-SVESPERA > 5
              OR W-SVMEDICO < 1 OR W-SVMEDICO > 5
              OR W-SVRECEP < 1 OR W-SVRECEP > 5
              OR W-SVINSTAL < 1 OR W-SVINSTAL > 5
              MOVE "SCORE OUT OF RANGE (1-5)" TO W-MOTIVO
              GO TO TRATA-REJ.
           IF W-SVRECOM > 10
              MOVE "RECOMMEND OUT OF RANGE (0-10)" TO W-MOTIVO
              GO TO TRATA-REJ.

           MOVE W-SVUF   TO CRMUF
           MOVE W-SVCRM  TO CRM
           MOVE W-SVDATA TO DATACON
           MOVE W-SVHORA TO HORACON
           READ CADATEN KEY IS CHAVEATEN
           IF ST-ERRO2 NOT = "00"
              MOVE "VISIT NOT FOUND" TO W-MOTIVO
              GO TO TRATA-REJ.
           IF OUTCOME NOT = "A"
              MOVE "VISIT NOT MARKED ATTENDED" TO W-MOTIVO
              GO TO TRATA-REJ.

           MOVE CHAVEATEN TO PQ-CHAVEATEN
           MOVE CPF       TO PQ-CPF
           MOVE ZEROS     TO PQ-CONV
           MOVE CPF       TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO3 = "00"
              MOVE CONVPACI TO PQ-CONV.
           MOVE W-SVESPERA TO PQ-ESPERA
           MOVE W-SVMEDICO TO PQ-MEDICO
           MOVE W-SVRECEP  TO PQ-RECEPCAO
           MOVE W-SVINSTAL TO PQ-INSTAL
           MOVE W-SVRECOM  TO PQ-RECOMENDA
           MOVE W-F10      TO PQ-COMENT
           MOVE W-HOJE     TO PQ-DATAIMP
           WRITE REGPESQ
           IF ST-ERRO = "22"
              MOVE "SURVEY ALREADY IMPORTED" TO W-MOTIVO
              GO TO TRATA-REJ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR WRITING THE SURVEY" TO W-MOTIVO
              GO TO TRATA-REJ.

           MOVE "ACCEPTED " TO DRESULT
           MOVE SPACES TO W-MOTIVO
           ADD 1 TO W-ACEITOS
           GO TO TRATA-GRAVA.

       TRATA-REJ.
           MOVE "REJECTED " TO DRESULT
           ADD 1 TO W-REJEITOS.

       TRATA-GRAVA.
           MOVE W-SVUF TO DUF
           MOVE W-SVCRM TO DCRM
           MOVE W-SVDATA TO DDATA
           MOVE W-SVHORA TO DHORA
           MOVE W-SVNOTAS TO DNOTAS
           MOVE W-F9 TO DRECOM
           MOVE W-MOTIVO TO DMOTIVO
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       TRATA-LINHA-FIM.
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
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: THE VENDOR CSV CARRIES PER ROW THE VISIT KEY
      *    CRMUF,CRM,DATE,TIME (DATE YYYYMMDD, TIME HHMM), THEN THE
      *    WAITING-TIME, DOCTOR, RECEPTION AND FACILITIES SCORES
      *    (1-5), THE WOULD-RECOMMEND SCORE (0-10) AND THE FREE-TEXT
      *    COMMENT - A COMMA INSIDE THE COMMENT CUTS IT SHORT THERE.
      *    ONLY A VISIT MARKED ATTENDED (OUTCOME A) TAKES A SURVEY.

      *---------------------*** END OF PROGRAM ***--------------------*
