       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP127.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MONTHLY LENGTH-OF-STAY AND READMISSION      *
      *     REPORT FOR THE INSURER AUDITS - ACTUAL VS   *
      *     EXPECTED DAYS (EP-EXPDIAS) OF LAST MONTH'S  *
      *     DISCHARGES BY CID, ATTENDING DOCTOR AND     *
      *     PLAN TIER; INPATIENTS NOW OVER THEIR        *
      *     EXPECTED STAY; READMISSIONS OF THE SAME     *
      *     CPF WITHIN 30 DAYS OF A DISCHARGE           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD OF REGCONV
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCOD
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD OF REGCID
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOUN OF REGMED
                                             WITH DUPLICATES.

       SELECT RELPERM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT SORTFILE ASSIGN TO "SORTPERM".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(08).
          03 FILLER        PIC X(02).
          03 FILLER        PIC X(11).
          03 FILLER        PIC X(40).
          03 FILLER        PIC X(08).
          03 FILLER        PIC X(04).
          03 FILLER        PIC X(12).
          03 CONVPACI      PIC 9(04).
          03 FILLER        PIC X(16).
          03 FILLER        PIC X(61).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
           COPY CPCONVR.

       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
           COPY CPPLANOR.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CPCIDR.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD RELPERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPERM.DAT".
       01 LINHA-REL        PIC X(100).

       SD SORTFILE.
       01 SORT-REC.
          03 S-GRUPO        PIC 9(01).
          03 S-CHAVE        PIC X(08).
          03 S-REAL         PIC 9(04).
          03 S-ESPER        PIC 9(03).
          03 S-ACIMA        PIC 9(01).
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-MESINI      PIC 9(08) VALUE ZEROS.
       01 W-MESFIM      PIC 9(08) VALUE ZEROS.
       01 W-JULHOJE     PIC 9(07) VALUE ZEROS.
       01 W-JULADM      PIC 9(07) VALUE ZEROS.
       01 W-JULALTA     PIC 9(07) VALUE ZEROS.
       01 W-JUL         PIC 9(07) VALUE ZEROS.
       01 W-DIASREAL    PIC S9(05) VALUE ZEROS.
       01 W-PLANO       PIC 9(02) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-GRUPOANT    PIC 9(01) VALUE ZEROS.
       01 W-CHAVEANT    PIC X(08) VALUE SPACES.
       01 W-CHAVEN REDEFINES W-CHAVEANT PIC 9(08).
       01 W-CHAVEMED REDEFINES W-CHAVEANT.
          03 W-CMUF     PIC X(02).
          03 W-CMCRM    PIC 9(06).
       01 W-CHAVEPL REDEFINES W-CHAVEANT.
          03 W-CPLANO   PIC 9(02).
          03 FILLER     PIC X(06).
       01 W-GEPIS       PIC 9(05) VALUE ZEROS.
       01 W-GREAL       PIC 9(07) VALUE ZEROS.
       01 W-GESPER      PIC 9(07) VALUE ZEROS.
       01 W-GACIMA      PIC 9(05) VALUE ZEROS.
       01 W-TEPIS       PIC 9(05) VALUE ZEROS.
       01 W-TREAL       PIC 9(07) VALUE ZEROS.
       01 W-TESPER      PIC 9(07) VALUE ZEROS.
       01 W-TACIMA      PIC 9(05) VALUE ZEROS.
       01 W-TINTERN     PIC 9(05) VALUE ZEROS.
       01 W-TREADM      PIC 9(05) VALUE ZEROS.
       01 W-MEDIA       PIC S9(04)V9 VALUE ZEROS.
       01 W-CPFANT      PIC 9(11) VALUE ZEROS.
       01 W-ALTAANT     PIC 9(08) VALUE ZEROS.
       01 W-TIPOANT     PIC X(01) VALUE SPACES.
       01 W-CIDANT      PIC 9(08) VALUE ZEROS.

       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATAN REDEFINES W-DATA PIC 9(08).

      *----[ A STAY COUNTS AS A READMISSION WHEN IT STARTS WITHIN ]-----
      *----[ THIS MANY DAYS OF THE SAME PATIENT'S LAST DISCHARGE  ]-----
       77 W-DIASREADM   PIC 9(03) VALUE 30.

      *----[ DAYS BEFORE EACH MONTH IN A COMMON YEAR - FOR THE     ]----
      *----[ DAY NUMBERS THAT TURN TWO DATES INTO A DAY COUNT      ]----
       01 TABACUMX.
          03 FILLER     PIC 9(03) VALUE 000.
          03 FILLER     PIC 9(03) VALUE 031.
          03 FILLER     PIC 9(03) VALUE 059.
          03 FILLER     PIC 9(03) VALUE 090.
          03 FILLER     PIC 9(03) VALUE 120.
          03 FILLER     PIC 9(03) VALUE 151.
          03 FILLER     PIC 9(03) VALUE 181.
          03 FILLER     PIC 9(03) VALUE 212.
          03 FILLER     PIC 9(03) VALUE 243.
          03 FILLER     PIC 9(03) VALUE 273.
          03 FILLER     PIC 9(03) VALUE 304.
          03 FILLER     PIC 9(03) VALUE 334.
       01 TABACUM REDEFINES TABACUMX.
          03 TBACUM     PIC 9(03) OCCURS 12 TIMES.

       01 W-ANT         PIC 9(04) VALUE ZEROS.
       01 W-Q4          PIC 9(04) VALUE ZEROS.
       01 W-Q100        PIC 9(04) VALUE ZEROS.
       01 W-Q400        PIC 9(04) VALUE ZEROS.
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELPERM - LENGTH OF STAY AND READMISSIONS - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-PERIODO.
          03 FILLER   PIC X(24) VALUE "DISCHARGES FROM ".
          03 DPERINI  PIC 9999/99/99.
          03 FILLER   PIC X(04) VALUE " TO ".
          03 DPERFIM  PIC 9999/99/99.

       01 LIN-SECAO.
          03 FILLER   PIC X(04) VALUE "*** ".
          03 DSECAO   PIC X(50).

       01 LIN-CABGRP.
          03 FILLER   PIC X(40) VALUE
             "GROUP                                   ".
          03 FILLER   PIC X(40) VALUE
             "STAYS AVG DAYS EXPECTED  DIFF  OVER EXP".

       01 LIN-GRUPO.
          03 DGCOD    PIC X(10).
          03 DGNOME   PIC X(30).
          03 DGEPIS   PIC ZZZZ9.
          03 FILLER   PIC X(03) VALUE SPACES.
          03 DGREAL   PIC ZZZ9,9.
          03 FILLER   PIC X(03) VALUE SPACES.
          03 DGESPER  PIC ZZZ9,9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DGDIF    PIC -ZZZ9,9.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DGACIMA  PIC ZZZZ9.

       01 LIN-CABACIMA.
          03 FILLER   PIC X(40) VALUE
             "CPF         PATIENT                ROOM ".
          03 FILLER   PIC X(40) VALUE
             "ADMITTED   EXPECTED  DAYS  OVER  DOCTOR ".

       01 LIN-ACIMA.
          03 DACPF    PIC 9(11).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DANOME   PIC X(22).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DAQUARTO PIC 9(04).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DAADM    PIC 9999/99/99.
          03 FILLER   PIC X(04) VALUE SPACES.
          03 DAESPER  PIC ZZ9.
          03 FILLER   PIC X(03) VALUE SPACES.
          03 DAREAL   PIC ZZZ9.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DAEXC    PIC ZZZ9.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DAUF     PIC X(02).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DACRM    PIC 9(06).

       01 LIN-CABREADM.
          03 FILLER   PIC X(40) VALUE
             "CPF         PATIENT                DISCH".
          03 FILLER   PIC X(40) VALUE
             "ARGED   TYPE READMITTED DAYS PRIOR CID  ".
          03 FILLER   PIC X(20) VALUE
             " NEW CID".

       01 LIN-READM.
          03 DRCPF    PIC 9(11).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DRNOME   PIC X(22).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DRALTA   PIC 9999/99/99.
          03 FILLER   PIC X(03) VALUE SPACES.
          03 DRTIPO   PIC X(01).
          03 FILLER   PIC X(04) VALUE SPACES.
          03 DRADM    PIC 9999/99/99.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DRDIAS   PIC ZZ9.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DRCIDANT PIC 9(08).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DRCID    PIC 9(08).

       01 LIN-RODAPE1.
          03 FILLER     PIC X(30) VALUE
             "DISCHARGES IN THE MONTH ....".
          03 RTEPIS     PIC ZZ.ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(17) VALUE "AVG DAYS ....... ".
          03 RTREAL     PIC ZZZ9,9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(17) VALUE "AVG EXPECTED ... ".
          03 RTESPER    PIC ZZZ9,9.
       01 LIN-RODAPE2.
          03 FILLER     PIC X(30) VALUE
             "STAYS OVER EXPECTED ........".
          03 RTACIMA    PIC ZZ.ZZ9.
       01 LIN-RODAPE3.
          03 FILLER     PIC X(30) VALUE
             "INPATIENTS OVER EXPECTED ....".
          03 RTINTERN   PIC ZZ.ZZ9.
       01 LIN-RODAPE4.
          03 FILLER     PIC X(30) VALUE
             "READMISSIONS IN THE MONTH ..".
          03 RTREADM    PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADEPIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADEPIS FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADPACI CADCONV CADPLANO CADCID CADMED
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                                  OR ST-ERRO4 NOT = "00"
                                  OR ST-ERRO5 NOT = "00"
                                  OR ST-ERRO7 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEPIS CADPACI CADCONV CADPLANO CADCID CADMED
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELPERM
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEPIS CADPACI CADCONV CADPLANO CADCID CADMED
                 GO TO ROT-FIM2.

           MOVE "*** GENERATING LENGTH-OF-STAY REPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE JOB RUNS EARLY IN THE MONTH AND COVERS THE ONE THAT
      *    HAS JUST CLOSED
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           MOVE W-JUL TO W-JULHOJE
           IF W-DATA-MES = 1
              MOVE 12 TO W-DATA-MES
              SUBTRACT 1 FROM W-DATA-ANO
           ELSE
              SUBTRACT 1 FROM W-DATA-MES.
           MOVE 01 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESINI
           MOVE 31 TO W-DATA-DIA
           MOVE W-DATAN TO W-MESFIM

           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-MESINI TO DPERINI
           MOVE W-MESFIM TO DPERFIM
           MOVE LIN-PERIODO TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TEPIS W-TREAL W-TESPER W-TACIMA
                         W-TINTERN W-TREADM
           SORT SORTFILE ON ASCENDING KEY S-GRUPO S-CHAVE
                INPUT PROCEDURE IS LER-CADEPIS THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.

           PERFORM VARRE-ACIMA THRU VARRE-ACIMA-FIM
           PERFORM VARRE-READM THRU VARRE-READM-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TEPIS TO RTEPIS
           MOVE ZEROS TO RTREAL RTESPER
           IF W-TEPIS > ZEROS
              COMPUTE RTREAL ROUNDED = W-TREAL / W-TEPIS
              COMPUTE RTESPER ROUNDED = W-TESPER / W-TEPIS.
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TACIMA TO RTACIMA
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TINTERN TO RTINTERN
           MOVE LIN-RODAPE3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TREADM TO RTREADM
           MOVE LIN-RODAPE4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** REPORT RELPERM.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADEPIS CADPACI CADCONV CADPLANO CADCID CADMED
                 RELPERM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - EVERY EPISODE DISCHARGED IN ]-----
      *------[ THE MONTH GOES OUT THREE TIMES: UNDER ITS CID, ITS ]-----
      *------[ ATTENDING DOCTOR AND THE PATIENT'S PLAN TIER       ]-----
       LER-CADEPIS.
           MOVE ZEROS TO EP-CPF EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO LER-FIM.
       LER-RD.
           READ CADEPIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FIM.
           IF EP-ALTADATA < W-MESINI OR EP-ALTADATA > W-MESFIM
              GO TO LER-RD.

      *    A STAY ADMITTED AND DISCHARGED ON THE SAME DAY COUNTS ONE
           MOVE EP-ADMDATA TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           MOVE W-JUL TO W-JULADM
           MOVE EP-ALTADATA TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           MOVE W-JUL TO W-JULALTA
           COMPUTE W-DIASREAL = W-JULALTA - W-JULADM
           IF W-DIASREAL < 1
              MOVE 1 TO W-DIASREAL.

           MOVE W-DIASREAL TO S-REAL
           MOVE EP-EXPDIAS TO S-ESPER
           MOVE 0 TO S-ACIMA
           IF EP-EXPDIAS > ZEROS AND W-DIASREAL > EP-EXPDIAS
              MOVE 1 TO S-ACIMA
              ADD 1 TO W-TACIMA.
           ADD 1 TO W-TEPIS
           ADD W-DIASREAL TO W-TREAL
           ADD EP-EXPDIAS TO W-TESPER

           PERFORM BUSCA-PLANO THRU BUSCA-PLANO-FIM

           MOVE 1 TO S-GRUPO
           MOVE EP-CID TO W-CHAVEN
           MOVE W-CHAVEANT TO S-CHAVE
           RELEASE SORT-REC
           MOVE 2 TO S-GRUPO
           MOVE EP-CRMUF TO W-CMUF
           MOVE EP-CRM TO W-CMCRM
           MOVE W-CHAVEANT TO S-CHAVE
           RELEASE SORT-REC
           MOVE 3 TO S-GRUPO
           MOVE SPACES TO W-CHAVEANT
           MOVE W-PLANO TO W-CPLANO
           MOVE W-CHAVEANT TO S-CHAVE
           RELEASE SORT-REC
           GO TO LER-RD.
       LER-FIM.
           EXIT.

      *------[ PLAN TIER OF THE PATIENT'S AGREEMENT (CADCONV PLAN); ]---
      *------[ 00 FOR A SELF-PAY PATIENT                            ]---
       BUSCA-PLANO.
           MOVE ZEROS TO W-PLANO
           MOVE EP-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00" OR CONVPACI = ZEROS
              GO TO BUSCA-PLANO-FIM.
           MOVE CONVPACI TO COD OF REGCONV
           READ CADCONV KEY IS COD OF REGCONV
           IF ST-ERRO3 = "00"
              MOVE PLAN TO W-PLANO.
       BUSCA-PLANO-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - ONE LINE PER CID / DOCTOR / ]----
      *------[ PLAN TIER, UNDER A HEADING FOR EACH OF THE THREE    ]----
       GRAVAR-REL.
           MOVE "Y" TO W-PRIMEIRO.
       GRAVAR-RD.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-ULT.
           IF W-PRIMEIRO = "Y"
              PERFORM GRP-SECAO THRU GRP-SECAO-FIM
              PERFORM GRP-NOVO THRU GRP-NOVO-FIM
           ELSE
              IF S-GRUPO NOT = W-GRUPOANT
                 PERFORM GRP-LINHA THRU GRP-LINHA-FIM
                 PERFORM GRP-SECAO THRU GRP-SECAO-FIM
                 PERFORM GRP-NOVO THRU GRP-NOVO-FIM
              ELSE
                 IF S-CHAVE NOT = W-CHAVEANT
                    PERFORM GRP-LINHA THRU GRP-LINHA-FIM
                    PERFORM GRP-NOVO THRU GRP-NOVO-FIM.
           ADD 1 TO W-GEPIS
           ADD S-REAL TO W-GREAL
           ADD S-ESPER TO W-GESPER
           ADD S-ACIMA TO W-GACIMA
           GO TO GRAVAR-RD.
       GRAVAR-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM GRP-LINHA THRU GRP-LINHA-FIM.
       GRAVAR-FIM.
           EXIT.

       GRP-SECAO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF S-GRUPO = 1
              MOVE "ACTUAL VS EXPECTED STAY BY DIAGNOSIS (CID)"
                                                 TO DSECAO
           ELSE IF S-GRUPO = 2
              MOVE "ACTUAL VS EXPECTED STAY BY ATTENDING DOCTOR"
                                                 TO DSECAO
           ELSE
              MOVE "ACTUAL VS EXPECTED STAY BY PLAN TIER" TO DSECAO.
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABGRP TO LINHA-REL
           WRITE LINHA-REL.
       GRP-SECAO-FIM.
           EXIT.

       GRP-NOVO.
           MOVE "N" TO W-PRIMEIRO
           MOVE S-GRUPO TO W-GRUPOANT
           MOVE S-CHAVE TO W-CHAVEANT
           MOVE ZEROS TO W-GEPIS W-GREAL W-GESPER W-GACIMA.
       GRP-NOVO-FIM.
           EXIT.

      *------[ PRINTS THE GROUP JUST CLOSED, WITH ITS NAME ]------------
       GRP-LINHA.
           MOVE SPACES TO DGCOD DGNOME
           IF W-GRUPOANT = 1
              MOVE W-CHAVEANT TO DGCOD
              MOVE "*** CID NOT FOUND ***" TO DGNOME
              MOVE W-CHAVEN TO COD OF REGCID
              READ CADCID KEY IS COD OF REGCID
              IF ST-ERRO5 = "00"
                 MOVE DESCRIPTION TO DGNOME.
           IF W-GRUPOANT = 2
              MOVE W-CHAVEANT TO DGCOD
              MOVE "*** DOCTOR NOT FOUND ***" TO DGNOME
              MOVE W-CMUF TO CRMUF
              MOVE W-CMCRM TO CRM
              READ CADMED KEY IS CHAVEMED
              IF ST-ERRO7 = "00"
                 MOVE NOUN OF REGMED TO DGNOME.
           IF W-GRUPOANT = 3
              MOVE W-CPLANO TO DGCOD
              IF W-CPLANO = ZEROS
                 MOVE "SELF-PAY / NO AGREEMENT" TO DGNOME
              ELSE
                 MOVE "*** PLAN TIER NOT FOUND ***" TO DGNOME
                 MOVE W-CPLANO TO PCOD
                 READ CADPLANO KEY IS PCOD
                 IF ST-ERRO4 = "00"
                    MOVE PNOME TO DGNOME.
           MOVE W-GEPIS TO DGEPIS
           COMPUTE DGREAL ROUNDED = W-GREAL / W-GEPIS
           COMPUTE DGESPER ROUNDED = W-GESPER / W-GEPIS
           COMPUTE W-MEDIA ROUNDED = (W-GREAL - W-GESPER) / W-GEPIS
           MOVE W-MEDIA TO DGDIF
           MOVE W-GACIMA TO DGACIMA
           MOVE LIN-GRUPO TO LINHA-REL
           WRITE LINHA-REL.
       GRP-LINHA-FIM.
           EXIT.

      *------[ PATIENTS STILL ADMITTED PAST THEIR EXPECTED DAYS ]-------
       VARRE-ACIMA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "INPATIENTS NOW OVER THEIR EXPECTED STAY" TO DSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABACIMA TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO EP-CPF EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO VARRE-ACIMA-FIM.
       VARRE-ACIMA1.
           READ CADEPIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-ACIMA-FIM.
           IF EP-ALTADATA NOT = ZEROS OR EP-EXPDIAS = ZEROS
              GO TO VARRE-ACIMA1.
           MOVE EP-ADMDATA TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           COMPUTE W-DIASREAL = W-JULHOJE - W-JUL
           IF W-DIASREAL NOT > EP-EXPDIAS
              GO TO VARRE-ACIMA1.

           MOVE EP-CPF TO DACPF
           MOVE "** PATIENT NOT FOUND **" TO DANOME
           MOVE EP-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO DANOME.
           MOVE EP-QUARTO TO DAQUARTO
           MOVE EP-ADMDATA TO DAADM
           MOVE EP-EXPDIAS TO DAESPER
           MOVE W-DIASREAL TO DAREAL
           COMPUTE DAEXC = W-DIASREAL - EP-EXPDIAS
           MOVE EP-CRMUF TO DAUF
           MOVE EP-CRM TO DACRM
           MOVE LIN-ACIMA TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TINTERN
           GO TO VARRE-ACIMA1.
       VARRE-ACIMA-FIM.
           EXIT.

      *------[ CADEPIS KEY ORDER (CPF+ADMISSION) PUTS EACH PATIENT'S ]--
      *------[ STAYS IN SEQUENCE - AN ADMISSION IN THE MONTH THAT    ]--
      *------[ FOLLOWS THE PREVIOUS DISCHARGE BY 30 DAYS OR LESS IS  ]--
      *------[ A READMISSION                                         ]--
       VARRE-READM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "READMISSIONS WITHIN 30 DAYS OF A DISCHARGE" TO DSECAO
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CABREADM TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-CPFANT W-ALTAANT W-CIDANT
           MOVE SPACES TO W-TIPOANT
           MOVE ZEROS TO EP-CPF EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO VARRE-READM-FIM.
       VARRE-READM1.
           READ CADEPIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-READM-FIM.
           IF EP-CPF NOT = W-CPFANT OR W-ALTAANT = ZEROS
              GO TO VARRE-READM2.
           IF EP-ADMDATA < W-MESINI OR EP-ADMDATA > W-MESFIM
              GO TO VARRE-READM2.
           MOVE W-ALTAANT TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           MOVE W-JUL TO W-JULALTA
           MOVE EP-ADMDATA TO W-DATAN
           PERFORM DIA-JUL THRU DIA-JUL-FIM
           COMPUTE W-DIASREAL = W-JUL - W-JULALTA
           IF W-DIASREAL < ZEROS OR W-DIASREAL > W-DIASREADM
              GO TO VARRE-READM2.

           MOVE EP-CPF TO DRCPF
           MOVE "** PATIENT NOT FOUND **" TO DRNOME
           MOVE EP-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO DRNOME.
           MOVE W-ALTAANT TO DRALTA
           MOVE W-TIPOANT TO DRTIPO
           MOVE EP-ADMDATA TO DRADM
           MOVE W-DIASREAL TO DRDIAS
           MOVE W-CIDANT TO DRCIDANT
           MOVE EP-CID TO DRCID
           MOVE LIN-READM TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TREADM.
       VARRE-READM2.
           MOVE EP-CPF TO W-CPFANT
           MOVE EP-ALTADATA TO W-ALTAANT
           MOVE EP-ALTATIPO TO W-TIPOANT
           MOVE EP-CID TO W-CIDANT
           GO TO VARRE-READM1.
       VARRE-READM-FIM.
           EXIT.

      *------[ DAY NUMBER OF W-DATA COUNTED FROM 0001/01/01 ]-----------
       DIA-JUL.
           COMPUTE W-ANT = W-DATA-ANO - 1
           DIVIDE W-ANT BY 4   GIVING W-Q4
           DIVIDE W-ANT BY 100 GIVING W-Q100
           DIVIDE W-ANT BY 400 GIVING W-Q400
           COMPUTE W-JUL = W-ANT * 365 + W-Q4 - W-Q100 + W-Q400
                         + TBACUM(W-DATA-MES) + W-DATA-DIA
           IF W-DATA-MES < 3
              GO TO DIA-JUL-FIM.
           DIVIDE W-DATA-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
           DIVIDE W-DATA-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
           DIVIDE W-DATA-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
           IF W-MOD400 = ZEROS OR (W-MOD4 = ZEROS AND
                                   W-MOD100 NOT = ZEROS)
              ADD 1 TO W-JUL.
       DIA-JUL-FIM.
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

      *---------------------*** END OF PROGRAM ***--------------------*
