       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP130.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     ONE-TIME DRUG NAME CONVERSION - REPLACES    *
      *     THE FREE-TEXT DRUG NAMES ON PRESCRIPTIONS   *
      *     (CADPRESC), CABINET STOCK (CADSTOCK) AND    *
      *     PURCHASE ORDERS (CADPEDI) WITH THE LABEL OF *
      *     THE MATCHING FORMULARY DRUG (CADDROGA).     *
      *     A NAME MATCHES BY LABEL, BY A SPELLING      *
      *     MAPPED IN CADDRALI (SMP129) OR BY A GENERIC *
      *     NAME CARRIED BY ONE DRUG ONLY. NAMES LEFT   *
      *     UNMATCHED ARE LISTED ON RELDRUNM.DAT FOR    *
      *     THE PHARMACY TO MAP, AND THE RUN REPEATED - *
      *     NAMES ALREADY CONVERTED ARE LEFT AS THEY ARE*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDROGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DR-NOME
                    ALTERNATE RECORD KEY IS DR-GENERICO
                                            WITH DUPLICATES.

       SELECT CADDRALI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-NOME
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADPRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESC
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTOCK
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPEDI
                    FILE STATUS  IS ST-ERRO5.

       SELECT RELDRUNM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT SORTFILE ASSIGN TO "SORTDRUN".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDROGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDROGA.DAT".
           COPY CPDROGR.

       FD CADDRALI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDRALI.DAT".
           COPY CPDRALIR.

       FD CADPRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESC.DAT".
       01 REGPRESC.
          03 CHAVEPRESC.
             05 CHAVEATENP   PIC X(20).
             05 SEQPRESC     PIC 9(02).
          03 DROGA           PIC X(30).
          03 DOSAGEM         PIC X(20).
          03 DURACAO         PIC X(20).
          03 REFILLS-ALLOWED PIC 9(02).
          03 REFILLS-USED    PIC 9(02).

       FD CADSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
           COPY CPSTOCKR.

       FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           COPY CPPEDIR.

       FD RELDRUNM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDRUNM.DAT".
       01 LINHA-REL        PIC X(80).

       SD SORTFILE.
       01 SORT-REC.
          03 S-NOME         PIC X(30).
          03 S-ORIGEM       PIC 9(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-DAAVAIL     PIC X(01) VALUE "N".
       01 W-PRAVAIL     PIC X(01) VALUE "N".
       01 W-SKAVAIL     PIC X(01) VALUE "N".
       01 W-POAVAIL     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *----[ NAME MATCHING - IN W-NOMEORIG, OUT W-NOMENOVO/W-ACHOU ]----
       01 W-NOMEORIG    PIC X(30) VALUE SPACES.
       01 W-NOMEUP      PIC X(30) VALUE SPACES.
       01 W-NOMENOVO    PIC X(30) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-GENQTD      PIC 9(03) VALUE ZEROS.
       01 W-MINUSC      PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 W-MAIUSC      PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *----[ A STOCK LOT MOVES TO A NEW KEY - THE OLD ROW IS KEPT ]-----
      *----[ HERE UNTIL THE NEW ONE IS WRITTEN OR MERGED          ]-----
       01 W-SKSAVE      PIC X(60) VALUE SPACES.
       01 W-SKCHAVE     PIC X(42) VALUE SPACES.
       01 W-SKQTD       PIC 9(05) VALUE ZEROS.

       01 W-NOMEANT     PIC X(30) VALUE SPACES.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-GPR         PIC 9(05) VALUE ZEROS.
       01 W-GSK         PIC 9(05) VALUE ZEROS.
       01 W-GPO         PIC 9(05) VALUE ZEROS.
       01 W-TPR         PIC 9(05) VALUE ZEROS.
       01 W-TSK         PIC 9(05) VALUE ZEROS.
       01 W-TSKJ        PIC 9(05) VALUE ZEROS.
       01 W-TPO         PIC 9(05) VALUE ZEROS.
       01 W-TNOMES      PIC 9(05) VALUE ZEROS.
       01 W-TNAO        PIC 9(05) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(50) VALUE
             "RELDRUNM - DRUG NAMES NOT ON THE FORMULARY - ".
          03 TDATA    PIC 9999/99/99.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "NAME AS ON THE OLD RECORDS      PRESCRI".
          03 FILLER   PIC X(40) VALUE
             "PT  STOCK LOTS  PO LINES".

       01 LIN-DET.
          03 DNOME    PIC X(30).
          03 FILLER   PIC X(03) VALUE SPACES.
          03 DPR      PIC ZZZZ9.
          03 FILLER   PIC X(06) VALUE SPACES.
          03 DSK      PIC ZZZZ9.
          03 FILLER   PIC X(05) VALUE SPACES.
          03 DPO      PIC ZZZZ9.

       01 LIN-RODAPE1.
          03 FILLER     PIC X(36) VALUE
             "PRESCRIPTIONS CONVERTED ...........".
          03 RTPR       PIC ZZ.ZZ9.
       01 LIN-RODAPE2.
          03 FILLER     PIC X(36) VALUE
             "STOCK LOTS CONVERTED ..............".
          03 RTSK       PIC ZZ.ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(20) VALUE "MERGED INTO A LOT ..".
          03 RTSKJ      PIC ZZ.ZZ9.
       01 LIN-RODAPE3.
          03 FILLER     PIC X(36) VALUE
             "PURCHASE ORDER LINES CONVERTED ....".
          03 RTPO       PIC ZZ.ZZ9.
       01 LIN-RODAPE4.
          03 FILLER     PIC X(36) VALUE
             "NAMES STILL UNMATCHED .............".
          03 RTNOMES    PIC ZZ.ZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(20) VALUE "RECORDS ............".
          03 RTNAO      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADDROGA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADDROGA FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

       INC-CONF.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 02)
              "CONVERT THE DRUG NAMES TO THE FORMULARY (Y/N) : "
           ACCEPT (23, 51) W-OPCAO WITH UPDATE
           DISPLAY (23, 02) LIMPA
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE "*** CONVERSION ABANDONED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDROGA
              GO TO ROT-FIM2.

      *    ANY OF THE FILES MAY NOT EXIST YET ON A NEW INSTALLATION -
      *    THOSE ARE SIMPLY LEFT OUT OF THE RUN
       INC-OP1.
           OPEN INPUT CADDRALI
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-DAAVAIL.
           OPEN I-O CADPRESC
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-PRAVAIL.
           OPEN I-O CADSTOCK
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-SKAVAIL.
           OPEN I-O CADPEDI
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-POAVAIL.

           OPEN OUTPUT RELDRUNM
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** CONVERTING DRUG NAMES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-TPR W-TSK W-TSKJ W-TPO W-TNOMES W-TNAO
           SORT SORTFILE ON ASCENDING KEY S-NOME S-ORIGEM
                INPUT PROCEDURE IS LER-PRESC THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TPR TO RTPR
           MOVE LIN-RODAPE1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TSK TO RTSK
           MOVE W-TSKJ TO RTSKJ
           MOVE LIN-RODAPE2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TPO TO RTPO
           MOVE LIN-RODAPE3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TNOMES TO RTNOMES
           MOVE W-TNAO TO RTNAO
           MOVE LIN-RODAPE4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** WORKLIST RELDRUNM.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADDROGA.
           IF W-DAAVAIL = "Y"
              CLOSE CADDRALI.
           IF W-PRAVAIL = "Y"
              CLOSE CADPRESC.
           IF W-SKAVAIL = "Y"
              CLOSE CADSTOCK.
           IF W-POAVAIL = "Y"
              CLOSE CADPEDI.
           IF ST-ERRO6 = "00"
              CLOSE RELDRUNM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - EVERY NAME NOT MATCHED GOES  ]----
      *------[ OUT WITH THE FILE IT CAME FROM: 1 = PRESCRIPTION,   ]----
      *------[ 2 = STOCK LOT, 3 = PURCHASE ORDER LINE              ]----
       LER-PRESC.
           IF W-PRAVAIL NOT = "Y"
              GO TO LER-STOCK.
           MOVE LOW-VALUES TO CHAVEPRESC
           START CADPRESC KEY IS NOT LESS CHAVEPRESC INVALID KEY
                 GO TO LER-STOCK.
       LER-PRESC-RD.
           READ CADPRESC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO LER-STOCK.
           IF DROGA = SPACES
              GO TO LER-PRESC-RD.
           MOVE DROGA TO W-NOMEORIG
           PERFORM ACHA-DROGA THRU ACHA-DROGA-FIM
           IF W-ACHOU NOT = "Y"
              MOVE DROGA TO S-NOME
              MOVE 1 TO S-ORIGEM
              RELEASE SORT-REC
              GO TO LER-PRESC-RD.
           IF W-NOMENOVO = DROGA
              GO TO LER-PRESC-RD.
           MOVE W-NOMENOVO TO DROGA
           REWRITE REGPRESC
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TPR.
           GO TO LER-PRESC-RD.

      *    THE DRUG NAME IS PART OF THE STOCK KEY - A CONVERTED LOT IS
      *    WRITTEN UNDER ITS NEW KEY (OR ADDED TO THE SAME LOT ALREADY
      *    THERE) AND THE OLD ROW DELETED, THEN THE SCAN RESUMES PAST
      *    THE OLD KEY
       LER-STOCK.
           IF W-SKAVAIL NOT = "Y"
              GO TO LER-PEDI.
           MOVE LOW-VALUES TO CHAVESTOCK
           START CADSTOCK KEY IS NOT LESS CHAVESTOCK INVALID KEY
                 GO TO LER-PEDI.
       LER-STOCK-RD.
           READ CADSTOCK NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO LER-PEDI.
           IF SK-DROGA = SPACES
              GO TO LER-STOCK-RD.
           MOVE SK-DROGA TO W-NOMEORIG
           PERFORM ACHA-DROGA THRU ACHA-DROGA-FIM
           IF W-ACHOU NOT = "Y"
              MOVE SK-DROGA TO S-NOME
              MOVE 2 TO S-ORIGEM
              RELEASE SORT-REC
              GO TO LER-STOCK-RD.
           IF W-NOMENOVO = SK-DROGA
              GO TO LER-STOCK-RD.

           MOVE REGSTOCK TO W-SKSAVE
           MOVE CHAVESTOCK TO W-SKCHAVE
           MOVE SK-QTD TO W-SKQTD
           MOVE W-NOMENOVO TO SK-DROGA
           READ CADSTOCK
           IF ST-ERRO4 = "00"
              ADD W-SKQTD TO SK-QTD
              REWRITE REGSTOCK
              ADD 1 TO W-TSKJ
           ELSE
              MOVE W-SKSAVE TO REGSTOCK
              MOVE W-NOMENOVO TO SK-DROGA
              WRITE REGSTOCK.
           IF ST-ERRO4 NOT = "00"
              MOVE "ERROR IN RECORDING CADSTOCK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-PEDI.
           MOVE W-SKCHAVE TO CHAVESTOCK
           DELETE CADSTOCK RECORD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERROR IN DELETING CADSTOCK" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-PEDI.
           ADD 1 TO W-TSK
           MOVE W-SKCHAVE TO CHAVESTOCK
           START CADSTOCK KEY IS GREATER THAN CHAVESTOCK INVALID KEY
                 GO TO LER-PEDI.
           GO TO LER-STOCK-RD.

       LER-PEDI.
           IF W-POAVAIL NOT = "Y"
              GO TO LER-FIM.
           MOVE ZEROS TO PO-NUM PO-SEQ
           START CADPEDI KEY IS NOT LESS CHAVEPEDI INVALID KEY
                 GO TO LER-FIM.
       LER-PEDI-RD.
           READ CADPEDI NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO LER-FIM.
           IF PO-DROGA = SPACES
              GO TO LER-PEDI-RD.
           MOVE PO-DROGA TO W-NOMEORIG
           PERFORM ACHA-DROGA THRU ACHA-DROGA-FIM
           IF W-ACHOU NOT = "Y"
              MOVE PO-DROGA TO S-NOME
              MOVE 3 TO S-ORIGEM
              RELEASE SORT-REC
              GO TO LER-PEDI-RD.
           IF W-NOMENOVO = PO-DROGA
              GO TO LER-PEDI-RD.
           MOVE W-NOMENOVO TO PO-DROGA
           REWRITE REGPEDI
           IF ST-ERRO5 = "00"
              ADD 1 TO W-TPO.
           GO TO LER-PEDI-RD.
       LER-FIM.
           CONTINUE.

      *------[ FINDS THE FORMULARY LABEL FOR W-NOMEORIG: THE LABEL ]----
      *------[ ITSELF, A MAPPED OLD SPELLING, THEN A GENERIC NAME  ]----
      *------[ THAT ONLY ONE DRUG CARRIES. CASE IS IGNORED         ]----
       ACHA-DROGA.
           MOVE "N" TO W-ACHOU
           MOVE SPACES TO W-NOMENOVO
           MOVE W-NOMEORIG TO W-NOMEUP
           INSPECT W-NOMEUP CONVERTING W-MINUSC TO W-MAIUSC

           MOVE W-NOMEORIG TO DR-NOME
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO = "00"
              GO TO ACHA-OK.
           MOVE W-NOMEUP TO DR-NOME
           READ CADDROGA KEY IS DR-NOME
           IF ST-ERRO = "00"
              GO TO ACHA-OK.

           IF W-DAAVAIL NOT = "Y"
              GO TO ACHA-GEN.
           MOVE W-NOMEORIG TO DA-NOME
           READ CADDRALI
           IF ST-ERRO2 NOT = "00"
              MOVE W-NOMEUP TO DA-NOME
              READ CADDRALI.
           IF ST-ERRO2 = "00"
              MOVE DA-COD TO DR-COD
              READ CADDROGA
              IF ST-ERRO = "00"
                 GO TO ACHA-OK.

      *    A GENERIC NAME SOLD IN MORE THAN ONE STRENGTH OR FORM IS
      *    AMBIGUOUS AND GOES TO THE WORKLIST
       ACHA-GEN.
           MOVE ZEROS TO W-GENQTD
           MOVE W-NOMEUP TO DR-GENERICO
           START CADDROGA KEY IS EQUAL DR-GENERICO INVALID KEY
                 GO TO ACHA-DROGA-FIM.
       ACHA-GEN-RD.
           READ CADDROGA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-GEN-FIM.
           IF DR-GENERICO NOT = W-NOMEUP
              GO TO ACHA-GEN-FIM.
           ADD 1 TO W-GENQTD
           MOVE DR-NOME TO W-NOMENOVO
           GO TO ACHA-GEN-RD.
       ACHA-GEN-FIM.
           IF W-GENQTD = 1
              MOVE "Y" TO W-ACHOU
           ELSE
              MOVE SPACES TO W-NOMENOVO.
           GO TO ACHA-DROGA-FIM.
       ACHA-OK.
           MOVE "Y" TO W-ACHOU
           MOVE DR-NOME TO W-NOMENOVO.
       ACHA-DROGA-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - ONE LINE PER UNMATCHED NAME ]----
       GRAVAR-REL.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-ULT.
           IF W-PRIMEIRO = "Y"
              MOVE "N" TO W-PRIMEIRO
              MOVE S-NOME TO W-NOMEANT
              MOVE ZEROS TO W-GPR W-GSK W-GPO.
           IF S-NOME NOT = W-NOMEANT
              PERFORM GRP-LINHA THRU GRP-LINHA-FIM
              MOVE S-NOME TO W-NOMEANT
              MOVE ZEROS TO W-GPR W-GSK W-GPO.
           ADD 1 TO W-TNAO
           IF S-ORIGEM = 1
              ADD 1 TO W-GPR
           ELSE
              IF S-ORIGEM = 2
                 ADD 1 TO W-GSK
              ELSE
                 ADD 1 TO W-GPO.
           GO TO GRAVAR-REL.
       GRAVAR-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM GRP-LINHA THRU GRP-LINHA-FIM.
       GRAVAR-FIM.
           CONTINUE.

       GRP-LINHA.
           MOVE W-NOMEANT TO DNOME
           MOVE W-GPR TO DPR
           MOVE W-GSK TO DSK
           MOVE W-GPO TO DPO
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TNOMES.
       GRP-LINHA-FIM.
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

      *---------------------*** END OF PROGRAM ***--------------------*
