       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP116.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     PATIENT SATISFACTION REPORT - MONTHLY       *
      *     AVERAGE SCORES AND NET PROMOTER FIGURE PER  *
      *     DOCTOR, PER SPECIALTY AND PER AGREEMENT,    *
      *     PLUS THE LOW-SCORE SURVEYS AND COMMENTS     *
      *     FOR THE CLINIC MANAGER TO FOLLOW UP         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVEATEN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ECOD
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOUNCONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT RELSATIS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

       SELECT SORTFILE ASSIGN TO "SORTSATI".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.DAT".
           COPY CPPESQR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY CPESPECR.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD RELSATIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSATIS.DAT".
       01 LINHA-REL        PIC X(80).

      *------[ EACH SURVEY IS RELEASED ONCE PER VIEW: S-TIPO 1 = ]------
      *------[ DOCTOR, 2 = SPECIALTY, 3 = AGREEMENT               ]-----
       SD SORTFILE.
       01 SORT-REC.
          03 S-TIPO         PIC 9(01).
          03 S-CHAVE        PIC X(08).
          03 S-CHMED REDEFINES S-CHAVE.
             05 S-UF        PIC X(02).
             05 S-CRM       PIC 9(06).
          03 S-CHESP REDEFINES S-CHAVE.
             05 S-ESP       PIC 9(02).
             05 FILLER      PIC X(06).
          03 S-CHCNV REDEFINES S-CHAVE.
             05 S-CNV       PIC 9(04).
             05 FILLER      PIC X(04).
          03 S-ESPERA       PIC 9(01).
          03 S-MEDICO       PIC 9(01).
          03 S-RECEPCAO     PIC 9(01).
          03 S-INSTAL       PIC 9(01).
          03 S-RECOMENDA    PIC 9(02).
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
       01 W-MEDOK       PIC X(01) VALUE "N".
       01 W-ESPOK       PIC X(01) VALUE "N".
       01 W-CNVOK       PIC X(01) VALUE "N".
       01 W-PESQOK      PIC X(01) VALUE "N".
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-TIPOANT     PIC 9(01) VALUE ZEROS.
       01 W-CHAVEANT    PIC X(08) VALUE SPACES.
       01 W-NOMEGRP     PIC X(30) VALUE SPACES.
       01 W-QTDGRP      PIC 9(05) VALUE ZEROS.
       01 W-SOMESP      PIC 9(06) VALUE ZEROS.
       01 W-SOMMED      PIC 9(06) VALUE ZEROS.
       01 W-SOMREC      PIC 9(06) VALUE ZEROS.
       01 W-SOMINS      PIC 9(06) VALUE ZEROS.
       01 W-SOMRCM      PIC 9(07) VALUE ZEROS.
       01 W-PROMGRP     PIC 9(05) VALUE ZEROS.
       01 W-DETRGRP     PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(05) VALUE ZEROS.
       01 W-TOTESP      PIC 9(06) VALUE ZEROS.
       01 W-TOTMED      PIC 9(06) VALUE ZEROS.
       01 W-TOTREC      PIC 9(06) VALUE ZEROS.
       01 W-TOTINS      PIC 9(06) VALUE ZEROS.
       01 W-TOTRCM      PIC 9(07) VALUE ZEROS.
       01 W-PROMTOT     PIC 9(05) VALUE ZEROS.
       01 W-DETRTOT     PIC 9(05) VALUE ZEROS.
       01 W-QTDBAIXA    PIC 9(05) VALUE ZEROS.
       01 W-MEDIA       PIC 9(02)V9 VALUE ZEROS.
       01 W-NPS         PIC S9(03) VALUE ZEROS.

       01 W-GCHAVE      PIC X(09) VALUE SPACES.
       01 W-GCHDOC REDEFINES W-GCHAVE.
          03 W-GCHUF    PIC X(02).
          03 W-GCHSEP   PIC X(01).
          03 W-GCHCRM   PIC 9(06).
       01 W-GCHNUM REDEFINES W-GCHAVE.
          03 W-GCHCOD   PIC 9(04).
          03 FILLER     PIC X(05).

       01 W-PERIODO.
          03 W-PERANO   PIC 9(04).
          03 W-PERMES   PIC 9(02).

       01 W-DATAX.
          03 W-DATAX-ANO PIC 9(04).
          03 W-DATAX-MES PIC 9(02).
          03 W-DATAX-DIA PIC 9(02).

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELSATIS - PATIENT SATISFACTION - MONTH OF ".
          03 DPERMES  PIC 99.
          03 FILLER   PIC X(01) VALUE "/".
          03 DPERANO  PIC 9999.
          03 FILLER   PIC X(29) VALUE SPACES.

       01 LIN-SECAO.
          03 FILLER   PIC X(04) VALUE "*** ".
          03 SSECAO   PIC X(30).
          03 FILLER   PIC X(46) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "KEY       NAME                      QTY ".
          03 FILLER   PIC X(40) VALUE
             "  WAIT  DOCT  RECP  FACL  RECOM   NPS   ".

       01 LIN-DET.
          03 DCHAVE     PIC X(09).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(24).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQTD       PIC ZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DESPERA    PIC Z9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DMEDICO    PIC Z9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRECEP     PIC Z9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DINSTAL    PIC Z9,9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DRECOM     PIC Z9,9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DNPS       PIC -ZZ9.

       01 LIN-BAIXA-CAB.
          03 FILLER   PIC X(40) VALUE
             "VISIT DATE  DOCTOR    PATIENT CPF      W".
          03 FILLER   PIC X(40) VALUE
             "  D  R  F  RECOM                        ".

       01 LIN-BAIXA.
          03 BDIA       PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 BMES       PIC 99.
          03 FILLER     PIC X(01) VALUE "/".
          03 BANO       PIC 9999.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 BUF        PIC X(02).
          03 FILLER     PIC X(01) VALUE "-".
          03 BCRM       PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 BCPF       PIC 9(11).
          03 FILLER     PIC X(06) VALUE SPACES.
          03 BESPERA    PIC 9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 BMEDICO    PIC 9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 BRECEP     PIC 9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 BINSTAL    PIC 9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 BRECOM     PIC Z9.

       01 LIN-COMENT.
          03 FILLER     PIC X(12) VALUE "   COMMENT: ".
          03 BCOMENT    PIC X(60).

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "SURVEYS IN THE MONTH ....... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "LOW-SCORE SURVEYS LISTED ... ".
          03 R2TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELASATI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 05
               VALUE  "    PATIENT SATISFACTION REPORT - MONTHLY".
           05  LINE 05  COLUMN 01
               VALUE  "     REFERENCE MONTH (MM):".
           05  LINE 08  COLUMN 01
               VALUE  "     REFERENCE YEAR (YYYY):".
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

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-PERMES W-PERANO
           DISPLAY TELASATI.

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

           MOVE W-PERMES TO DPERMES
           MOVE W-PERANO TO DPERANO.

       INC-OP1.
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** NO SURVEY IMPORTED YET ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              CLOSE CADPESQ.

       INC-OP2.
           MOVE "N" TO W-MEDOK W-ESPOK W-CNVOK
           OPEN INPUT CADMED
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-MEDOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-ESPOK.
           OPEN INPUT CADCONV
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-CNVOK.

           OPEN OUTPUT RELSATIS
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** GENERATING REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "Y" TO W-PRIMEIRO
           MOVE ZEROS TO W-QTDTOT W-TOTESP W-TOTMED W-TOTREC W-TOTINS
           MOVE ZEROS TO W-TOTRCM W-PROMTOT W-DETRTOT W-TIPOANT.

           SORT SORTFILE ON ASCENDING KEY S-TIPO S-CHAVE
                INPUT PROCEDURE IS LER-PESQ THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.

           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-GRP THRU ESCREVE-GRP-FIM.

      *------[ OVERALL LINE FOR THE MONTH - EVERY SURVEY COUNTED ]------
      *------[ ONCE, FROM THE BY-DOCTOR VIEW                      ]-----
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE 9 TO W-TIPOANT
           MOVE SPACES TO W-GCHAVE
           MOVE "ALL SURVEYS IN THE MONTH" TO W-NOMEGRP
           MOVE W-QTDTOT  TO W-QTDGRP
           MOVE W-TOTESP  TO W-SOMESP
           MOVE W-TOTMED  TO W-SOMMED
           MOVE W-TOTREC  TO W-SOMREC
           MOVE W-TOTINS  TO W-SOMINS
           MOVE W-TOTRCM  TO W-SOMRCM
           MOVE W-PROMTOT TO W-PROMGRP
           MOVE W-DETRTOT TO W-DETRGRP
           PERFORM ESCREVE-GRP THRU ESCREVE-GRP-FIM

           PERFORM LST-BAIXA THRU LST-BAIXA-FIM

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDTOT TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDBAIXA TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL

           MOVE "*** REPORT RELSATIS.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELSATIS.

       ROT-FIM.
           IF W-MEDOK = "Y"
              CLOSE CADMED.
           IF W-ESPOK = "Y"
              CLOSE CADESPEC.
           IF W-CNVOK = "Y"
              CLOSE CADCONV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - THE MONTH'S SURVEYS, EACH ]-------
      *------[ RELEASED UNDER ITS DOCTOR, SPECIALTY AND AGREEMENT ]-----
       LER-PESQ.
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              MOVE "ERROR IN OPENING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-FIM2.
       LER-RD2.
           READ CADPESQ NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-FIM
              ELSE
                 MOVE "ERROR READING CADPESQ FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LER-FIM
           ELSE
              NEXT SENTENCE.

           MOVE PQ-DATACON TO W-DATAX
           IF W-DATAX-ANO NOT = W-PERANO OR W-DATAX-MES NOT = W-PERMES
              GO TO LER-RD2.

           MOVE PQ-ESPERA    TO S-ESPERA
           MOVE PQ-MEDICO    TO S-MEDICO
           MOVE PQ-RECEPCAO  TO S-RECEPCAO
           MOVE PQ-INSTAL    TO S-INSTAL
           MOVE PQ-RECOMENDA TO S-RECOMENDA

           MOVE 1 TO S-TIPO
           MOVE PQ-CRMUF TO S-UF
           MOVE PQ-CRM   TO S-CRM
           RELEASE SORT-REC

           MOVE 2 TO S-TIPO
           MOVE SPACES TO S-CHAVE
           MOVE ZEROS  TO S-ESP
           IF W-MEDOK = "Y"
              MOVE PQ-CRMUF TO CRMUF
              MOVE PQ-CRM   TO CRM
              READ CADMED KEY IS CHAVEMED
              IF ST-ERRO2 = "00"
                 MOVE SPECIALITY TO S-ESP.
           RELEASE SORT-REC

           MOVE 3 TO S-TIPO
           MOVE SPACES  TO S-CHAVE
           MOVE PQ-CONV TO S-CNV
           RELEASE SORT-REC
           GO TO LER-RD2.
       LER-FIM.
           CLOSE CADPESQ.
       LER-FIM2.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - ONE LINE PER DOCTOR, ]-----------
      *------[ SPECIALTY OR AGREEMENT                        ]----------
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           IF W-PRIMEIRO = "Y" OR S-TIPO NOT = W-TIPOANT
                               OR S-CHAVE NOT = W-CHAVEANT
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.

           ADD 1 TO W-QTDGRP
           ADD S-ESPERA    TO W-SOMESP
           ADD S-MEDICO    TO W-SOMMED
           ADD S-RECEPCAO  TO W-SOMREC
           ADD S-INSTAL    TO W-SOMINS
           ADD S-RECOMENDA TO W-SOMRCM
           IF S-RECOMENDA > 8
              ADD 1 TO W-PROMGRP.
           IF S-RECOMENDA < 7
              ADD 1 TO W-DETRGRP.
           GO TO GRAVAR-REL.
       GRAVAR-FIM.
           EXIT.

      *------[ CONTROL BREAK ON VIEW + KEY ]----------------------------
       ROT-QUEBRA.
           IF W-PRIMEIRO NOT = "Y"
              PERFORM ESCREVE-GRP THRU ESCREVE-GRP-FIM.
           IF W-PRIMEIRO = "Y" OR S-TIPO NOT = W-TIPOANT
              PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE S-TIPO  TO W-TIPOANT
           MOVE S-CHAVE TO W-CHAVEANT
           MOVE ZEROS TO W-QTDGRP W-SOMESP W-SOMMED W-SOMREC W-SOMINS
           MOVE ZEROS TO W-SOMRCM W-PROMGRP W-DETRGRP
           MOVE SPACES TO W-GCHAVE

           IF S-TIPO = 1
              MOVE S-UF  TO W-GCHUF
              MOVE "-"   TO W-GCHSEP
              MOVE S-CRM TO W-GCHCRM
              MOVE "*** DOCTOR NOT FOUND ***" TO W-NOMEGRP
              IF W-MEDOK = "Y"
                 MOVE S-UF  TO CRMUF
                 MOVE S-CRM TO CRM
                 READ CADMED KEY IS CHAVEMED
                 IF ST-ERRO2 = "00"
                    MOVE NOUN TO W-NOMEGRP.

           IF S-TIPO = 2
              MOVE S-ESP TO W-GCHCOD
              MOVE "*** SPECIALTY NOT FOUND ***" TO W-NOMEGRP
              IF W-ESPOK = "Y"
                 MOVE S-ESP TO ECOD
                 READ CADESPEC
                 IF ST-ERRO4 = "00"
                    MOVE ENOME TO W-NOMEGRP.

           IF S-TIPO = 3
              MOVE S-CNV TO W-GCHCOD
              MOVE "*** AGREEMENT NOT FOUND ***" TO W-NOMEGRP
              IF S-CNV = ZEROS
                 MOVE "PRIVATE / SELF-PAY" TO W-NOMEGRP
              ELSE
                 IF W-CNVOK = "Y"
                    MOVE S-CNV TO CODCONV
                    READ CADCONV
                    IF ST-ERRO5 = "00"
                       MOVE NOUNCONV TO W-NOMEGRP.
       ROT-QUEBRA-FIM.
           EXIT.

      *------[ SECTION HEADING WHEN THE VIEW CHANGES ]------------------
       ESCREVE-SECAO.
           MOVE "BY DOCTOR" TO SSECAO
           IF S-TIPO = 2
              MOVE "BY SPECIALTY" TO SSECAO.
           IF S-TIPO = 3
              MOVE "BY AGREEMENT" TO SSECAO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       ESCREVE-SECAO-FIM.
           EXIT.

      *------[ AVERAGES AND NPS FOR THE GROUP - THE BY-DOCTOR ]---------
      *------[ VIEW ALSO FEEDS THE MONTH TOTALS                ]--------
       ESCREVE-GRP.
           MOVE W-GCHAVE  TO DCHAVE
           MOVE W-NOMEGRP TO DNOME
           MOVE W-QTDGRP  TO DQTD
           MOVE ZEROS TO DESPERA DMEDICO DRECEP DINSTAL DRECOM DNPS
           IF W-QTDGRP = ZEROS
              GO TO ESCREVE-GRP-WR.
           COMPUTE W-MEDIA ROUNDED = W-SOMESP / W-QTDGRP
           MOVE W-MEDIA TO DESPERA
           COMPUTE W-MEDIA ROUNDED = W-SOMMED / W-QTDGRP
           MOVE W-MEDIA TO DMEDICO
           COMPUTE W-MEDIA ROUNDED = W-SOMREC / W-QTDGRP
           MOVE W-MEDIA TO DRECEP
           COMPUTE W-MEDIA ROUNDED = W-SOMINS / W-QTDGRP
           MOVE W-MEDIA TO DINSTAL
           COMPUTE W-MEDIA ROUNDED = W-SOMRCM / W-QTDGRP
           MOVE W-MEDIA TO DRECOM
           COMPUTE W-NPS ROUNDED =
                   (W-PROMGRP - W-DETRGRP) * 100 / W-QTDGRP
           MOVE W-NPS TO DNPS.
       ESCREVE-GRP-WR.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           IF W-TIPOANT NOT = 1
              GO TO ESCREVE-GRP-FIM.
           ADD W-QTDGRP  TO W-QTDTOT
           ADD W-SOMESP  TO W-TOTESP
           ADD W-SOMMED  TO W-TOTMED
           ADD W-SOMREC  TO W-TOTREC
           ADD W-SOMINS  TO W-TOTINS
           ADD W-SOMRCM  TO W-TOTRCM
           ADD W-PROMGRP TO W-PROMTOT
           ADD W-DETRGRP TO W-DETRTOT.
       ESCREVE-GRP-FIM.
           EXIT.

      *------[ SECOND PASS - SURVEYS WITH ANY SCORE OF 2 OR LESS, ]-----
      *------[ OR A DETRACTOR RECOMMEND SCORE, WITH THE COMMENT    ]----
       LST-BAIXA.
           MOVE ZEROS TO W-QTDBAIXA
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LOW-SCORE SURVEYS TO FOLLOW UP" TO SSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BAIXA-CAB TO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              GO TO LST-BAIXA-FIM.
           MOVE "Y" TO W-PESQOK.
       LST-RD1.
           READ CADPESQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO LST-BAIXA-FIM.
           MOVE PQ-DATACON TO W-DATAX
           IF W-DATAX-ANO NOT = W-PERANO OR W-DATAX-MES NOT = W-PERMES
              GO TO LST-RD1.
           IF PQ-ESPERA > 2 AND PQ-MEDICO > 2 AND PQ-RECEPCAO > 2
              AND PQ-INSTAL > 2 AND PQ-RECOMENDA > 6
              GO TO LST-RD1.

           ADD 1 TO W-QTDBAIXA
           MOVE W-DATAX-DIA  TO BDIA
           MOVE W-DATAX-MES  TO BMES
           MOVE W-DATAX-ANO  TO BANO
           MOVE PQ-CRMUF     TO BUF
           MOVE PQ-CRM       TO BCRM
           MOVE PQ-CPF       TO BCPF
           MOVE PQ-ESPERA    TO BESPERA
           MOVE PQ-MEDICO    TO BMEDICO
           MOVE PQ-RECEPCAO  TO BRECEP
           MOVE PQ-INSTAL    TO BINSTAL
           MOVE PQ-RECOMENDA TO BRECOM
           MOVE LIN-BAIXA TO LINHA-REL
           WRITE LINHA-REL
           MOVE PQ-COMENT TO BCOMENT
           IF PQ-COMENT = SPACES
              MOVE "(NO COMMENT)" TO BCOMENT.
           MOVE LIN-COMENT TO LINHA-REL
           WRITE LINHA-REL
           GO TO LST-RD1.
       LST-BAIXA-FIM.
           IF W-PESQOK = "Y"
              CLOSE CADPESQ
              MOVE "N" TO W-PESQOK.
           IF W-QTDBAIXA = ZEROS
              MOVE "   NO LOW-SCORE SURVEY IN THE MONTH" TO LINHA-REL
              WRITE LINHA-REL.
       LST-BAIXA-EXIT.
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
      *    NOTE: THE MONTH IS THE MONTH OF THE VISIT (PQ-DATACON), NOT
      *    THE IMPORT DATE. EACH SURVEY COUNTS ONCE IN EACH SECTION;
      *    THE SPECIALTY IS THE DOCTOR'S CURRENT ONE ON CADMED AND THE
      *    AGREEMENT IS THE ONE STORED WHEN THE SURVEY WAS IMPORTED.
      *    AVERAGES ARE ON THE 1-5 SCALE (RECOM ON 0-10). NPS IS THE
      *    PERCENT OF PROMOTERS (9-10) LESS THE PERCENT OF DETRACTORS
      *    (0-6). A SURVEY IS LISTED FOR FOLLOW-UP WHEN ANY SCORE IS
      *    2 OR LESS OR THE RECOMMEND SCORE IS 6 OR LESS.

      *---------------------*** END OF PROGRAM ***--------------------*
