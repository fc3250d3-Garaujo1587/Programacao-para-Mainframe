       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP128.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     SUS OUTPATIENT PRODUCTION (BPA) EXTRACT     *
      *     SWEEPS THE MONTH'S KEPT CADATEN VISITS OF   *
      *     PATIENTS ON THE SUS AGREEMENT AND WRITES    *
      *     THE FIXED-LAYOUT BPA FILE FOR THE HEALTH    *
      *     SECRETARIAT, PLUS A CONTROL REPORT OF THE   *
      *     TOTALS AND OF THE VISITS REJECTED. CADPERCT *
      *     RECORDS THE MONTH AS SENT, SO IT CANNOT     *
      *     GO TWICE                                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD OF REGCID
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS DESCRIPTION WITH DUPLICATES.

       SELECT CADDIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDIAG
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CPFDIAG WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODDIAG WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADPERCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-PERIODO
                    FILE STATUS  IS ST-ERRO-PC.

       SELECT BPAOUT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT RELBPA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
          03 NASCPACI.
             05 NPDIA      PIC 9(02).
             05 NPMES      PIC 9(02).
             05 NPANO      PIC 9(04).
          03 SEXPACI       PIC X(01).
          03 FILLER        PIC X(01).
          03 FILLER        PIC X(11).
          03 FILLER        PIC X(40).
          03 FILLER        PIC X(08).
          03 FILLER        PIC X(04).
          03 FILLER        PIC X(12).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(16).
          03 FILLER        PIC X(61).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CPCIDR.

       FD CADDIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAG.DAT".
       01 REGDIAG.
          03 CHAVEDIAG.
             05 CPFDIAG    PIC 9(11).
             05 CODDIAG    PIC 9(08).
          03 DATADIAG.
             05 DIADIAG    PIC 9(02).
             05 MESDIAG    PIC 9(02).
             05 ANODIAG    PIC 9(04).
          03 OBSDIAG       PIC X(30).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADPERCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERCT.DAT".
           COPY CPPERCTR.

       FD BPAOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BPAOUT.DAT".
       01 LINHA-BPA        PIC X(90).

       FD RELBPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBPA.DAT".
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
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO-PC    PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-PCNOVO      PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJEMES     PIC 9(06) VALUE ZEROS.
       01 W-CONVSUS     PIC 9(04) VALUE ZEROS.
       01 W-CIDCOD      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-IDADE       PIC S9(04) VALUE ZEROS.
       01 W-ESP         PIC 9(02) VALUE ZEROS.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-J           PIC 9(02) VALUE ZEROS.
       01 W-QTDPROC     PIC 9(06) VALUE ZEROS.
       01 W-JAFEITO     PIC X(01) VALUE "N".

       01 W-PERIODO.
          03 W-PERANO   PIC 9(04).
          03 W-PERMES   PIC 9(02).
       01 W-PERIODON REDEFINES W-PERIODO PIC 9(06).

      *----[ VISITS SENT PER ENTRY OF THE CBO/PROCEDURE TABLE ]---------
       01 TABQTDX.
          03 TBQTD      PIC 9(06) OCCURS 6 TIMES.

           COPY CPCBO.

      *----[ FIXED BPA PRODUCTION LAYOUT - ONE LINE PER VISIT.  ]-------
      *----[ CADPACI HOLDS NO CNS, SO THE PATIENT GOES BY CPF   ]-------
       01 BPA-REG.
          03 BPA-COMPET    PIC 9(06).
          03 BPA-PROC      PIC 9(10).
          03 BPA-CBO       PIC X(06).
          03 BPA-CRMUF     PIC X(02).
          03 BPA-CRM       PIC 9(06).
          03 BPA-CNS       PIC X(15).
          03 BPA-CPF       PIC 9(11).
          03 BPA-DATA      PIC 9(08).
          03 BPA-IDADE     PIC 9(03).
          03 BPA-SEXO      PIC X(01).
          03 BPA-CID       PIC X(07).
          03 BPA-QTDE      PIC 9(06).
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELBPA - SUS OUTPATIENT PRODUCTION (BPA)".
          03 FILLER   PIC X(36) VALUE SPACES.

       01 LIN-PERIODO.
          03 FILLER     PIC X(10) VALUE "PERIOD : ".
          03 DPERMES    PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 DPERANO    PIC 9999.
          03 FILLER     PIC X(14) VALUE "   AGREEMENT ".
          03 DCONV      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCONVNOME  PIC X(30).

       01 LIN-SECAO.
          03 FILLER     PIC X(04) VALUE "*** ".
          03 DSECAO     PIC X(50).

       01 LIN-CABREJ.
          03 FILLER     PIC X(40) VALUE
             "VISIT DATE DOCTOR    CPF         PATIENT".
          03 FILLER     PIC X(40) VALUE
             "                REASON                  ".

       01 LIN-REJ.
          03 DRDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRCRMUF    PIC X(02).
          03 DRCRM      PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRCPF      PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRNOME     PIC X(18).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DRMOTIVO   PIC X(28).

       01 LIN-CABPROC.
          03 FILLER     PIC X(40) VALUE
             "PROCEDURE   CBO      QUANTITY".

       01 LIN-PROC.
          03 DPPROC     PIC 9(10).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPCBO      PIC X(06).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DPQTD      PIC ZZZ.ZZ9.

       01 LIN-TOTPROC.
          03 FILLER     PIC X(12) VALUE "  TOTAL ".
          03 DTPROC     PIC 9(10).
          03 FILLER     PIC X(06) VALUE " .... ".
          03 DTQTD      PIC ZZZ.ZZ9.

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "VISITS SENT ........ ".
          03 RTOTAL     PIC ZZZ.ZZ9.
       01 LIN-RODREJ.
          03 FILLER     PIC X(21) VALUE "VISITS REJECTED .... ".
          03 RTOTREJ    PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELABPA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "        SUS OUTPATIENT PRODUCTION (BPA)".
           05  LINE 05  COLUMN 01
               VALUE  "     REFERENCE MONTH (MM):".
           05  LINE 08  COLUMN 01
               VALUE  "     REFERENCE YEAR (YYYY):".
           05  LINE 11  COLUMN 01
               VALUE  "     SUS AGREEMENT CODE:".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TMES
               LINE 05  COLUMN 29  PIC 9(02)
               USING  W-PERMES
               HIGHLIGHT.
           05  TANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PERANO
               HIGHLIGHT.
           05  TCONV
               LINE 11  COLUMN 26  PIC 9(04)
               USING  W-CONVSUS
               HIGHLIGHT.
           05  TCONVNOME
               LINE 11  COLUMN 32  PIC X(30)
               USING  NOUNCONV
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-PERMES W-PERANO W-CONVSUS
           MOVE SPACES TO NOUNCONV
           DISPLAY TELABPA.

       PED-001.
           ACCEPT TMES
           IF W-PERMES < 1 OR W-PERMES > 12
              MOVE "*** ENTER A VALID MONTH (01-12) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           ACCEPT TANO
           IF W-PERANO = ZEROS
              MOVE "*** ENTER THE REFERENCE YEAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-002.

      *    ONLY A MONTH THAT HAS ENDED CAN BE SENT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-HOJEMES
           IF W-PERIODON NOT < W-HOJEMES
              MOVE "*** THE MONTH HAS NOT ENDED YET ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

           MOVE W-PERMES TO DPERMES
           MOVE W-PERANO TO DPERANO.

       INC-OP1.
           OPEN INPUT CADATEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADATEN FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

       INC-OP2.
           OPEN INPUT CADPACI
           OPEN INPUT CADMED
           OPEN INPUT CADCID
           OPEN INPUT CADDIAG
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO4 NOT = "00"
                              OR ST-ERRO5 NOT = "00"
                              OR ST-ERRO7 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED CADCID CADDIAG CADCONV
                 GO TO ROT-FIM2.

       PED-003.
           ACCEPT TCONV
           IF W-CONVSUS = ZEROS
              MOVE "*** ENTER THE SUS AGREEMENT CODE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-003.
           MOVE W-CONVSUS TO CODCONV
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO7 NOT = "00"
              MOVE "*** AGREEMENT NOT ON FILE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-003.
           DISPLAY TCONVNOME
           MOVE W-CONVSUS TO DCONV
           MOVE NOUNCONV TO DCONVNOME.

      *****************************************
      * PERIOD CONTROL GATE (CADPERCT)        *
      *****************************************
      *
       PCT-001.
           OPEN I-O CADPERCT
           IF ST-ERRO-PC NOT = "00"
              IF ST-ERRO-PC = "30"
                 OPEN OUTPUT CADPERCT
                 CLOSE CADPERCT
                 GO TO PCT-001
              ELSE
                 MOVE "ERROR OPENING THE PERIOD CONTROL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEN CADPACI CADMED CADCID CADDIAG CADCONV
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

           MOVE "N" TO W-PCNOVO
           MOVE W-PERANO TO PCT-ANO
           MOVE W-PERMES TO PCT-MES
           READ CADPERCT
           IF ST-ERRO-PC = "23"
              MOVE "Y" TO W-PCNOVO
              MOVE W-PERANO TO PCT-ANO
              MOVE W-PERMES TO PCT-MES
              MOVE "O" TO PCT-STATUS
              MOVE ZEROS TO PCT-ULTTIER PCT-ULTCONV PCT-DATA
              MOVE SPACES TO PCT-BPASIT
              MOVE ZEROS TO PCT-BPADATA
              GO TO PCT-CONF.
           IF ST-ERRO-PC NOT = "00"
              MOVE "ERROR READING THE PERIOD CONTROL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PCT-SAI.

      *    A MONTH THE SECRETARIAT ALREADY HAS IS NEVER SENT AGAIN
           IF PCT-BPASIT = "S"
              MOVE "*** BPA FOR THIS MONTH WAS ALREADY SENT ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PCT-SAI.

      *    AN ABENDED RUN NEVER REACHED THE SECRETARIAT - THE WHOLE
      *    FILE IS SIMPLY BUILT AGAIN
           IF PCT-BPASIT = "R"
              MOVE "*** PRIOR BPA RUN DID NOT FINISH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       PCT-CONF.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 02)
              "GENERATE THE BPA AND MARK THE MONTH SENT (Y/N) : "
           ACCEPT (23, 52) W-OPCAO WITH UPDATE
           DISPLAY (23, 02) LIMPA
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE "*** EXTRACT ABANDONED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PCT-SAI.

      *    MARK THE MONTH RUNNING BEFORE THE FIRST LINE IS WRITTEN
           MOVE "R" TO PCT-BPASIT
           PERFORM PCT-GRAVA THRU PCT-GRAVA-FIM
           GO TO INC-OP3.

       PCT-SAI.
           CLOSE CADATEN CADPACI CADMED CADCID CADDIAG CADCONV
                 CADPERCT
           GO TO ROT-FIM2.

       INC-OP3.
           OPEN OUTPUT BPAOUT
           OPEN OUTPUT RELBPA
           IF ST-ERRO6 NOT = "00" OR ST-ERRO8 NOT = "00"
                 MOVE "ERROR CREATING AN OUTPUT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PCT-SAI.

           MOVE "*** GENERATING BPA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "VISITS REJECTED FOR MISSING DATA" TO DSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABREJ TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TOTAL W-TOTREJ TABQTDX
           PERFORM VARRE THRU VARRE-FIM
           PERFORM TOT-PROC THRU TOT-PROC-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTREJ TO RTOTREJ
           MOVE LIN-RODREJ TO LINHA-REL
           WRITE LINHA-REL

      *    THE RUN FINISHED CLEAN - THE MONTH NOW COUNTS AS SENT
           MOVE "S" TO PCT-BPASIT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO PCT-BPADATA
           PERFORM PCT-GRAVA THRU PCT-GRAVA-FIM
           MOVE "*** BPAOUT/RELBPA GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADATEN CADPACI CADMED CADCID CADDIAG CADCONV
                 CADPERCT BPAOUT RELBPA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ EVERY KEPT VISIT OF THE PERIOD WHOSE PATIENT IS ON ]-----
      *------[ THE SUS AGREEMENT BECOMES ONE BPA LINE, OR ONE     ]-----
      *------[ CONTROL-REPORT LINE WHEN A FIELD IS MISSING        ]-----
       VARRE.
           MOVE SPACES TO CHAVEATEN
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO VARRE-FIM.
       VARRE-RD1.
           READ CADATEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF OUTCOME NOT = "A"
              GO TO VARRE-RD1.
           IF ANOC NOT = W-PERANO OR MESC NOT = W-PERMES
              GO TO VARRE-RD1.

           MOVE CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-RD1.
           IF CONVPACI NOT = W-CONVSUS
              GO TO VARRE-RD1.

           PERFORM MONTA-BPA THRU MONTA-BPA-FIM
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

       MONTA-BPA.
           MOVE SPACES TO W-MOTIVO

           MOVE CRMUF OF REGATEN TO CRMUF OF REGMED
           MOVE CRM OF REGATEN TO CRM OF REGMED
           READ CADMED KEY IS CHAVEMED
           IF ST-ERRO3 NOT = "00"
              MOVE "DOCTOR NOT ON FILE" TO W-MOTIVO
              GO TO MONTA-REJ.
           IF SPECIALITY = ZEROS
              MOVE "DOCTOR HAS NO SPECIALITY/CBO" TO W-MOTIVO
              GO TO MONTA-REJ.
           MOVE SPECIALITY TO W-ESP
           IF W-ESP > 6
              MOVE 6 TO W-ESP.

           IF NPANO = ZEROS OR NPMES < 1 OR NPMES > 12
                            OR NPDIA < 1 OR NPDIA > 31
              MOVE "BIRTH DATE MISSING" TO W-MOTIVO
              GO TO MONTA-REJ.
           COMPUTE W-IDADE = ANOC - NPANO
           IF MESC < NPMES OR (MESC = NPMES AND DIAC < NPDIA)
              SUBTRACT 1 FROM W-IDADE.
           IF W-IDADE < ZEROS OR W-IDADE > 130
              MOVE "BIRTH DATE INVALID" TO W-MOTIVO
              GO TO MONTA-REJ.

           IF SEXPACI NOT = "M" AND "F"
              MOVE "SEX MISSING" TO W-MOTIVO
              GO TO MONTA-REJ.

      *    THE VISIT'S OWN DIAGNOSIS, ELSE ONE CADDIAG RECORDED FOR
      *    THE PATIENT ON THE VISIT DATE
           MOVE COD OF REGATEN TO W-CIDCOD
           IF W-CIDCOD = ZEROS
              PERFORM DIAG-BUSCA THRU DIAG-BUSCA-FIM.
           IF W-CIDCOD = ZEROS
              MOVE "NO DIAGNOSIS FOR THE VISIT" TO W-MOTIVO
              GO TO MONTA-REJ.
           MOVE W-CIDCOD TO COD OF REGCID
           READ CADCID KEY IS COD OF REGCID
           IF ST-ERRO4 NOT = "00"
              MOVE "DIAGNOSIS NOT ON CADCID" TO W-MOTIVO
              GO TO MONTA-REJ.
           IF ICD10 = SPACES
              MOVE "DIAGNOSIS HAS NO ICD10" TO W-MOTIVO
              GO TO MONTA-REJ.

           MOVE W-PERIODON        TO BPA-COMPET
           MOVE TBPROC(W-ESP)     TO BPA-PROC
           MOVE TBCBO(W-ESP)      TO BPA-CBO
           MOVE CRMUF OF REGATEN  TO BPA-CRMUF
           MOVE CRM OF REGATEN    TO BPA-CRM
           MOVE SPACES            TO BPA-CNS
           MOVE CPF               TO BPA-CPF
           MOVE DATACON           TO BPA-DATA
           MOVE W-IDADE           TO BPA-IDADE
           MOVE SEXPACI           TO BPA-SEXO
           MOVE ICD10             TO BPA-CID
           MOVE 1                 TO BPA-QTDE
           MOVE BPA-REG TO LINHA-BPA
           WRITE LINHA-BPA
           ADD 1 TO TBQTD(W-ESP)
           ADD 1 TO W-TOTAL
           GO TO MONTA-BPA-FIM.

       MONTA-REJ.
           MOVE DATACON TO DRDATA
           MOVE CRMUF OF REGATEN TO DRCRMUF
           MOVE CRM OF REGATEN TO DRCRM
           MOVE CPF TO DRCPF
           MOVE NOUNPACI TO DRNOME
           MOVE W-MOTIVO TO DRMOTIVO
           MOVE LIN-REJ TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTREJ.
       MONTA-BPA-FIM.
           EXIT.

      *------[ FIRST CADDIAG ROW OF THE PATIENT DATED THE VISIT DAY ]---
       DIAG-BUSCA.
           MOVE CPF TO CPFDIAG
           MOVE ZEROS TO CODDIAG
           START CADDIAG KEY IS NOT LESS CHAVEDIAG INVALID KEY
                 GO TO DIAG-BUSCA-FIM.
       DIAG-BUSCA1.
           READ CADDIAG NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO DIAG-BUSCA-FIM.
           IF CPFDIAG NOT = CPF
              GO TO DIAG-BUSCA-FIM.
           IF ANODIAG = ANOC AND MESDIAG = MESC AND DIADIAG = DIAC
              MOVE CODDIAG TO W-CIDCOD
              GO TO DIAG-BUSCA-FIM.
           GO TO DIAG-BUSCA1.
       DIAG-BUSCA-FIM.
           EXIT.

      *------[ CONTROL TOTALS - ONE LINE PER PROCEDURE/CBO SENT, AND ]--
      *------[ A TOTAL FOR EACH PROCEDURE CODE                       ]--
       TOT-PROC.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTALS PER PROCEDURE" TO DSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABPROC TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-I.
       TOT-PROC1.
           ADD 1 TO W-I
           IF W-I > 6
              GO TO TOT-PROC-FIM.
      *    A PROCEDURE TOTALLED UNDER AN EARLIER ENTRY IS SKIPPED
           MOVE "N" TO W-JAFEITO
           MOVE ZEROS TO W-J.
       TOT-PROC2.
           ADD 1 TO W-J
           IF W-J < W-I
              IF TBPROC(W-J) = TBPROC(W-I)
                 MOVE "Y" TO W-JAFEITO
              ELSE
                 GO TO TOT-PROC2
           ELSE
              NEXT SENTENCE.
           IF W-JAFEITO = "Y"
              GO TO TOT-PROC1.

           MOVE ZEROS TO W-QTDPROC
           MOVE ZEROS TO W-J.
       TOT-PROC3.
           ADD 1 TO W-J
           IF W-J > 6
              GO TO TOT-PROC4.
           IF TBPROC(W-J) NOT = TBPROC(W-I) OR TBQTD(W-J) = ZEROS
              GO TO TOT-PROC3.
           MOVE TBPROC(W-J) TO DPPROC
           MOVE TBCBO(W-J) TO DPCBO
           MOVE TBQTD(W-J) TO DPQTD
           MOVE LIN-PROC TO LINHA-REL
           WRITE LINHA-REL
           ADD TBQTD(W-J) TO W-QTDPROC
           GO TO TOT-PROC3.
       TOT-PROC4.
           IF W-QTDPROC > ZEROS
              MOVE TBPROC(W-I) TO DTPROC
              MOVE W-QTDPROC TO DTQTD
              MOVE LIN-TOTPROC TO LINHA-REL
              WRITE LINHA-REL.
           GO TO TOT-PROC1.
       TOT-PROC-FIM.
           EXIT.

      *--[ WRITES THE PERIOD CONTROL RECORD (NEW OR IN PLACE) ]--------
       PCT-GRAVA.
           MOVE W-PERANO TO PCT-ANO
           MOVE W-PERMES TO PCT-MES
           IF W-PCNOVO = "Y"
              WRITE REGPERCT
              MOVE "N" TO W-PCNOVO
           ELSE
              REWRITE REGPERCT.
       PCT-GRAVA-FIM.
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
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: THE BIRTH DATE ON CADPACI IS STORED DDMMYYYY; THE
      *    AGE SENT IS THE PATIENT'S AGE IN YEARS ON THE VISIT DATE.

      *---------------------*** END OF PROGRAM ***--------------------*
