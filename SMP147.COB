       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP147.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     DOWNTIME CONTINGENCY PACK                   *
      *     PRINTED BEFORE EACH SHIFT, ONE PACK PER     *
      *     UNIT, SO RECEPTION AND THE WARDS CAN WORK   *
      *     ON PAPER WHEN THE SYSTEM IS DOWN:           *
      *       1 - THE NEXT 24 HOURS OF BOOKINGS PER     *
      *           DOCTOR WITH THE PATIENT'S PHONE       *
      *       2 - THE INPATIENT CENSUS WITH ALLERGIES,  *
      *           BLOOD TYPE, DIET AND THE DOSES DUE    *
      *       3 - THE ON-CALL ROSTER                    *
      *       4 - A BLANK DOWNTIME BOOKING SHEET, KEYED *
      *           BACK AFTERWARDS IN SMP148             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

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

       SELECT CADQUARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUARTO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT CADCLIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CL-CPF
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADDIET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DT-CPF
                    FILE STATUS  IS ST-ERRO6.

       SELECT CADMAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAR
                    FILE STATUS  IS ST-ERRO7.

       SELECT CADONCALL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEONCALL
                    FILE STATUS  IS ST-ERRO8.

       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ECOD
                    FILE STATUS  IS ST-ERRO9.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO10.

       SELECT RELCONTG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON    PIC 9(08).
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
          03 FILLER        PIC X(10).
          03 FONEPACI.
             05 DDDPACI    PIC 9(02).
             05 NUMPACI    PIC 9(09).
          03 FILLER        PIC X(84).
          03 ALERGPACI     PIC X(50).
          03 FILLER        PIC X(11).

       FD CADQUARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUARTO.DAT".
       01 REGQUARTO.
          03 QUARTO         PIC 9(04).
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER         PIC X(01).
          03 UNIQ           PIC 9(02).

       FD CADCLIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIN.DAT".
           COPY CPCLINR.

       FD CADDIET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIET.DAT".
           COPY CPDIETR.

       FD CADMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAR.DAT".
           COPY CPMARR.

       FD CADONCALL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADONCALL.DAT".
           COPY CPONCALR.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY CPESPECR.

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

       FD RELCONTG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONTG.DAT".
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
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 W-CLOK        PIC X(01) VALUE "N".
       01 W-DIETOK      PIC X(01) VALUE "N".
       01 W-MAROK       PIC X(01) VALUE "N".
       01 W-ONCOK       PIC X(01) VALUE "N".
       01 W-ESPOK       PIC X(01) VALUE "N".
       01 W-UNOK        PIC X(01) VALUE "N".
       01 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       01 W-UNINOME     PIC X(30) VALUE SPACES.
       01 W-UNIREG      PIC 9(02) VALUE ZEROS.
       01 W-DOCCAB      PIC X(01) VALUE "N".
       01 W-QTD         PIC 9(05) VALUE ZEROS.
       01 W-QTDUNI      PIC 9(03) VALUE ZEROS.
       01 W-BRANCO      PIC 9(02) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HHMM        PIC 9(04) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-AMANHA      PIC 9(08) VALUE ZEROS.
       01 W-AGORA       PIC 9(12) VALUE ZEROS.
       01 W-LIMITE      PIC 9(12) VALUE ZEROS.
       01 W-MOMENTO     PIC 9(12) VALUE ZEROS.

      *----[ DATE BEING MOVED ONE DAY FORWARD ]-------------------------
       01 W-SDATA.
          03 SD-ANO     PIC 9(04).
          03 SD-MES     PIC 9(02).
          03 SD-DIA     PIC 9(02).
       01 W-SDATAN REDEFINES W-SDATA PIC 9(08).

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
       01 W-QUO         PIC 9(04) VALUE ZEROS.
       01 W-MOD4        PIC 9(04) VALUE ZEROS.
       01 W-MOD100      PIC 9(04) VALUE ZEROS.
       01 W-MOD400      PIC 9(04) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(40) VALUE
             "RELCONTG - DOWNTIME CONTINGENCY PACK - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 THORA.
             05 THH   PIC 9(02).
             05 FILLER PIC X(01) VALUE ":".
             05 TMM   PIC 9(02).
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-UNIDADE.
          03 FILLER   PIC X(05) VALUE "UNIT ".
          03 UCOD     PIC 9(02).
          03 FILLER   PIC X(03) VALUE " - ".
          03 UNOME    PIC X(30).
          03 FILLER   PIC X(40) VALUE SPACES.

       01 LIN-TRACO.
          03 FILLER   PIC X(40) VALUE ALL "=".
          03 FILLER   PIC X(40) VALUE ALL "=".

       01 LIN-SECAO.
          03 SECTEXTO PIC X(80).

      *----[ SECTION 1 - BOOKINGS ]-------------------------------------
       01 LIN-DOC.
          03 FILLER   PIC X(08) VALUE "DOCTOR ".
          03 DCRMUF   PIC X(02).
          03 FILLER   PIC X(01) VALUE "-".
          03 DCRM     PIC 9(06).
          03 FILLER   PIC X(02) VALUE SPACES.
          03 DDOCNOME PIC X(30).
          03 FILLER   PIC X(31) VALUE SPACES.

       01 LIN-AGE.
          03 FILLER   PIC X(02) VALUE SPACES.
          03 ADATA    PIC 9999/99/99.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 AHH      PIC 9(02).
          03 FILLER   PIC X(01) VALUE ":".
          03 AMM      PIC 9(02).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 ACPF     PIC 9(11).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 ANOME    PIC X(30).
          03 FILLER   PIC X(02) VALUE " (".
          03 ADDD     PIC 9(02).
          03 FILLER   PIC X(01) VALUE ")".
          03 AFONE    PIC 9(09).
          03 FILLER   PIC X(05) VALUE SPACES.

      *----[ SECTION 2 - CENSUS ]---------------------------------------
       01 LIN-LEITO.
          03 FILLER   PIC X(05) VALUE "ROOM ".
          03 LQUARTO  PIC 9(04).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 LCPF     PIC 9(11).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 LNOME    PIC X(30).
          03 FILLER   PIC X(07) VALUE " BLOOD ".
          03 LSANGUE  PIC X(03).
          03 FILLER   PIC X(18) VALUE SPACES.

       01 LIN-ALERG.
          03 FILLER   PIC X(16) VALUE "     ALLERGIES: ".
          03 LALERG   PIC X(50).
          03 FILLER   PIC X(14) VALUE SPACES.

       01 LIN-DIETA.
          03 FILLER   PIC X(16) VALUE "     DIET:      ".
          03 LDIETA   PIC X(09).
          03 LRESTR   PIC X(50).
          03 FILLER   PIC X(05) VALUE SPACES.

       01 LIN-DOSE.
          03 FILLER   PIC X(10) VALUE "     DUE  ".
          03 MDATA    PIC 9999/99/99.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 MHH      PIC 9(02).
          03 FILLER   PIC X(01) VALUE ":".
          03 MMM      PIC 9(02).
          03 FILLER   PIC X(02) VALUE SPACES.
          03 MDROGA   PIC X(30).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 MDOSE    PIC X(20).
          03 FILLER   PIC X(01) VALUE SPACE.

      *----[ SECTION 3 - ON-CALL ]--------------------------------------
       01 LIN-PLANT.
          03 PESPEC   PIC X(15).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 PINICIO  PIC 9999/99/99.
          03 FILLER   PIC X(03) VALUE " - ".
          03 PFIM     PIC 9999/99/99.
          03 FILLER   PIC X(01) VALUE SPACE.
          03 PNOME    PIC X(25).
          03 FILLER   PIC X(02) VALUE " (".
          03 PDDD     PIC 9(02).
          03 FILLER   PIC X(01) VALUE ")".
          03 PFONE    PIC 9(09).
          03 FILLER   PIC X(01) VALUE SPACE.

      *----[ SECTION 4 - BLANK BOOKING SHEET ]--------------------------
       01 LIN-FOLHA1.
          03 FILLER   PIC X(40) VALUE
             "UF CRM    DATE       TIME  PATIENT CPF ".
          03 FILLER   PIC X(40) VALUE
             " PATIENT NAME       CID      ARRIV P S ".
       01 LIN-FOLHA2.
          03 FILLER   PIC X(40) VALUE
             "__ ______ __/__/____ __:__ ___________ ".
          03 FILLER   PIC X(40) VALUE
             " __________________ ________ __:__ _ _ ".
       01 LIN-FOLHA3.
          03 FILLER   PIC X(80) VALUE
             "ARRIV = ARRIVAL TIME  P = TRIAGE 1/2/3  S = SEEN (Y/N)".
       01 LIN-FOLHA4.
          03 FILLER   PIC X(80) VALUE
             "KEY EVERY LINE INTO SMP148 AS SOON AS THE SYSTEM IS BACK".

       01 LIN-NADA.
          03 FILLER   PIC X(80) VALUE
             "  (NONE)".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADMED FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADATEN
           OPEN INPUT CADPACI
           OPEN INPUT CADQUARTO
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO4 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMED CADATEN CADPACI CADQUARTO
                 GO TO ROT-FIM2.

      *    THE CLINICAL SUMMARY, DIET ORDERS, DOSE SCHEDULE, ON-CALL
      *    ROTATION AND UNIT MASTER MAY NOT EXIST YET ON A FRESH SITE -
      *    THE PACK IS STILL PRINTED WITHOUT THEM (ONE PACK, UNIT 01,
      *    WHEN THERE IS NO UNIT MASTER)
           OPEN INPUT CADCLIN
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-CLOK.
           OPEN INPUT CADDIET
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-DIETOK.
           OPEN INPUT CADMAR
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-MAROK.
           OPEN INPUT CADONCALL
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-ONCOK.
           OPEN INPUT CADESPEC
           IF ST-ERRO9 = "00"
              MOVE "Y" TO W-ESPOK.
           OPEN INPUT CADUNID
           IF ST-ERRO10 = "00"
              MOVE "Y" TO W-UNOK.

           OPEN OUTPUT RELCONTG
           IF ST-ERRO11 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** PRINTING THE CONTINGENCY PACK ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *    THE WINDOW IS FROM NOW TO THE SAME TIME TOMORROW
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           DIVIDE W-HORA BY 10000 GIVING W-HHMM
           COMPUTE W-AGORA = W-HOJE * 10000 + W-HHMM
           MOVE W-HOJE TO W-SDATAN
           PERFORM DIA-MAIS THRU DIA-MAIS-FIM
           MOVE W-SDATAN TO W-AMANHA
           COMPUTE W-LIMITE = W-AMANHA * 10000 + W-HHMM
           MOVE W-HOJE TO TDATA
           DIVIDE W-HHMM BY 100 GIVING THH REMAINDER TMM
           MOVE ZEROS TO W-QTDUNI

           IF W-UNOK NOT = "Y"
              MOVE 01 TO W-UNIDADE
              MOVE "MAIN BUILDING" TO W-UNINOME
              PERFORM PACOTE THRU PACOTE-FIM
              GO TO INC-FIM.

           MOVE ZEROS TO UN-CODIGO
           START CADUNID KEY IS NOT LESS UN-CODIGO INVALID KEY
                 GO TO INC-FIM.
       LER-UNID.
           READ CADUNID NEXT
           IF ST-ERRO10 NOT = "00"
              GO TO INC-FIM.
           IF UN-ATIVO NOT = "A"
              GO TO LER-UNID.
           MOVE UN-CODIGO TO W-UNIDADE
           MOVE UN-NOME TO W-UNINOME
           PERFORM PACOTE THRU PACOTE-FIM
           GO TO LER-UNID.

       INC-FIM.
           MOVE "*** CONTINGENCY PACK RELCONTG.DAT GENERATED ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELCONTG.

       ROT-FIM.
           CLOSE CADMED CADATEN CADPACI CADQUARTO.
           IF W-CLOK = "Y"
              CLOSE CADCLIN.
           IF W-DIETOK = "Y"
              CLOSE CADDIET.
           IF W-MAROK = "Y"
              CLOSE CADMAR.
           IF W-ONCOK = "Y"
              CLOSE CADONCALL.
           IF W-ESPOK = "Y"
              CLOSE CADESPEC.
           IF W-UNOK = "Y"
              CLOSE CADUNID.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ ONE UNIT'S PACK ]---------------------------------------
       PACOTE.
           ADD 1 TO W-QTDUNI
           IF W-QTDUNI > 1
              MOVE LIN-TRACO TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-UNIDADE TO UCOD
           MOVE W-UNINOME TO UNOME
           MOVE LIN-UNIDADE TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-TRACO TO LINHA-REL
           WRITE LINHA-REL

           MOVE "1 - BOOKINGS FOR THE NEXT 24 HOURS, BY DOCTOR"
                                                   TO SECTEXTO
           PERFORM SECAO THRU SECAO-FIM
           PERFORM AGENDA THRU AGENDA-FIM

           MOVE "2 - INPATIENT CENSUS" TO SECTEXTO
           PERFORM SECAO THRU SECAO-FIM
           PERFORM CENSO THRU CENSO-FIM

           MOVE "3 - ON-CALL ROSTER" TO SECTEXTO
           PERFORM SECAO THRU SECAO-FIM
           PERFORM PLANTAO THRU PLANTAO-FIM

           MOVE "4 - DOWNTIME BOOKING SHEET" TO SECTEXTO
           PERFORM SECAO THRU SECAO-FIM
           PERFORM FOLHA THRU FOLHA-FIM.
       PACOTE-FIM.
           EXIT.

       SECAO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       SECAO-FIM.
           EXIT.

      *------[ OPEN BOOKINGS (NO OUTCOME YET) AT THIS UNIT FROM ]-------
      *------[ NOW TO THE SAME TIME TOMORROW, DOCTOR BY DOCTOR  ]-------
       AGENDA.
           MOVE ZEROS TO W-QTD
           MOVE SPACES TO CHAVEMED
           START CADMED KEY IS NOT LESS CHAVEMED INVALID KEY
                 GO TO AGENDA-NADA.
       AGENDA-MED.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGENDA-NADA.
           MOVE "N" TO W-DOCCAB
           MOVE CRMUF OF REGMED TO CRMUF OF REGATEN
           MOVE CRM OF REGMED TO CRM OF REGATEN
           MOVE W-HOJE TO DATACON
           MOVE W-HHMM TO HORACON
           START CADATEN KEY IS NOT LESS CHAVEATEN INVALID KEY
                 GO TO AGENDA-MED.
       AGENDA-ATEN.
           READ CADATEN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO AGENDA-MED.
           IF CRMUF OF REGATEN NOT = CRMUF OF REGMED OR
              CRM OF REGATEN NOT = CRM OF REGMED
              GO TO AGENDA-MED.
           COMPUTE W-MOMENTO = DATACON * 10000 + HORAC * 100 + MINC
           IF W-MOMENTO NOT < W-LIMITE
              GO TO AGENDA-MED.
           IF OUTCOME NOT = SPACE
              GO TO AGENDA-ATEN.
           MOVE UNIATEN TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIREG NOT = W-UNIDADE
              GO TO AGENDA-ATEN.
           IF W-DOCCAB = "N"
              MOVE "Y" TO W-DOCCAB
              MOVE CRMUF OF REGMED TO DCRMUF
              MOVE CRM OF REGMED TO DCRM
              MOVE NOUN TO DDOCNOME
              MOVE SPACES TO LINHA-REL
              WRITE LINHA-REL
              MOVE LIN-DOC TO LINHA-REL
              WRITE LINHA-REL.
           MOVE DATACON TO ADATA
           MOVE HORAC TO AHH
           MOVE MINC TO AMM
           MOVE CPF TO ACPF
           MOVE "** PATIENT NOT FOUND **" TO ANOME
           MOVE ZEROS TO ADDD AFONE
           MOVE CPF TO CPFPACI
           READ CADPACI
           IF ST-ERRO3 = "00"
              MOVE NOUNPACI TO ANOME
              MOVE DDDPACI TO ADDD
              MOVE NUMPACI TO AFONE.
           MOVE LIN-AGE TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTD
           GO TO AGENDA-ATEN.
       AGENDA-NADA.
           IF W-QTD = ZEROS
              MOVE LIN-NADA TO LINHA-REL
              WRITE LINHA-REL.
       AGENDA-FIM.
           EXIT.

      *------[ OCCUPIED ROOMS OF THIS UNIT WITH WHAT THE WARD ]---------
      *------[ MUST KNOW WITHOUT THE SYSTEM                   ]---------
       CENSO.
           MOVE ZEROS TO W-QTD
           MOVE ZEROS TO QUARTO
           START CADQUARTO KEY IS NOT LESS QUARTO INVALID KEY
                 GO TO CENSO-NADA.
       CENSO-RD1.
           READ CADQUARTO NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CENSO-NADA.
           IF CPFQ = ZEROS
              GO TO CENSO-RD1.
           MOVE UNIQ TO W-UNIREG
           IF W-UNIREG NOT NUMERIC OR W-UNIREG = ZEROS
              MOVE 01 TO W-UNIREG.
           IF W-UNIREG NOT = W-UNIDADE
              GO TO CENSO-RD1.

           MOVE QUARTO TO LQUARTO
           MOVE CPFQ TO LCPF
           MOVE "** PATIENT NOT FOUND **" TO LNOME
           MOVE "NONE RECORDED" TO LALERG
           MOVE CPFQ TO CPFPACI
           READ CADPACI
           IF ST-ERRO3 = "00"
              MOVE NOUNPACI TO LNOME
              IF ALERGPACI NOT = SPACES
                 MOVE ALERGPACI TO LALERG.
           MOVE "???" TO LSANGUE
           IF W-CLOK = "Y"
              MOVE CPFQ TO CL-CPF
              READ CADCLIN
              IF ST-ERRO5 = "00" AND CL-SANGUE NOT = SPACES
                 MOVE CL-SANGUE TO LSANGUE.
           MOVE "NORMAL" TO LDIETA
           MOVE SPACES TO LRESTR
           IF W-DIETOK = "Y"
              MOVE CPFQ TO DT-CPF
              READ CADDIET
              IF ST-ERRO6 = "00"
                 MOVE DT-RESTRICOES TO LRESTR
                 IF DT-TIPO = "D"
                    MOVE "DIABETIC" TO LDIETA
                 ELSE
                 IF DT-TIPO = "S"
                    MOVE "SOFT" TO LDIETA
                 ELSE
                 IF DT-TIPO = "F"
                    MOVE "FASTING" TO LDIETA.

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-LEITO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ALERG TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-DIETA TO LINHA-REL
           WRITE LINHA-REL
           PERFORM DOSES THRU DOSES-FIM
           ADD 1 TO W-QTD
           GO TO CENSO-RD1.
       CENSO-NADA.
           IF W-QTD = ZEROS
              MOVE LIN-NADA TO LINHA-REL
              WRITE LINHA-REL.
       CENSO-FIM.
           EXIT.

      *------[ ACTIVE PRESCRIPTIONS: EVERY DOSE STILL DUE ON THE ]------
      *------[ MAR (SMP094) FROM TODAY UP TO THE END OF THE      ]------
      *------[ WINDOW - AN EARLIER DOSE NOT CHARTED SHOWS TOO    ]------
       DOSES.
           IF W-MAROK NOT = "Y"
              GO TO DOSES-FIM.
           MOVE CPFQ TO MA-CPF
           MOVE W-HOJE TO MA-DATA
           MOVE ZEROS TO MA-HORA
           MOVE LOW-VALUES TO MA-PRESC
           START CADMAR KEY IS NOT LESS CHAVEMAR INVALID KEY
                 GO TO DOSES-FIM.
       DOSES-RD1.
           READ CADMAR NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO DOSES-FIM.
           IF MA-CPF NOT = CPFQ
              GO TO DOSES-FIM.
           COMPUTE W-MOMENTO = MA-DATA * 10000 + MA-HORA
           IF W-MOMENTO NOT < W-LIMITE
              GO TO DOSES-FIM.
           IF MA-STATUS NOT = "P"
              GO TO DOSES-RD1.
           MOVE MA-DATA TO MDATA
           DIVIDE MA-HORA BY 100 GIVING MHH REMAINDER MMM
           MOVE MA-DROGA TO MDROGA
           MOVE MA-DOSAGEM TO MDOSE
           MOVE LIN-DOSE TO LINHA-REL
           WRITE LINHA-REL
           GO TO DOSES-RD1.
       DOSES-FIM.
           EXIT.

      *------[ ON-CALL WINDOWS OVERLAPPING TODAY OR TOMORROW ]----------
       PLANTAO.
           MOVE ZEROS TO W-QTD
           IF W-ONCOK NOT = "Y"
              GO TO PLANTAO-NADA.
           MOVE ZEROS TO OC-ESPEC OC-START
           START CADONCALL KEY IS NOT LESS CHAVEONCALL INVALID KEY
                 GO TO PLANTAO-NADA.
       PLANTAO-RD1.
           READ CADONCALL NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO PLANTAO-NADA.
           IF OC-START > W-AMANHA OR OC-END < W-HOJE
              GO TO PLANTAO-RD1.
           MOVE OC-ESPEC TO PESPEC
           IF W-ESPOK = "Y"
              MOVE OC-ESPEC TO ECOD
              READ CADESPEC
              IF ST-ERRO9 = "00"
                 MOVE ENOME TO PESPEC.
           MOVE OC-START TO PINICIO
           MOVE OC-END TO PFIM
           MOVE "** DOCTOR NOT FOUND **" TO PNOME
           MOVE ZEROS TO PDDD PFONE
           MOVE OC-CRMUF TO CRMUF OF REGMED
           MOVE OC-CRM TO CRM OF REGMED
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOUN TO PNOME
              MOVE DDD OF REGMED TO PDDD
              MOVE NUM OF REGMED TO PFONE.
           MOVE LIN-PLANT TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTD
           GO TO PLANTAO-RD1.
       PLANTAO-NADA.
           IF W-QTD = ZEROS
              MOVE LIN-NADA TO LINHA-REL
              WRITE LINHA-REL.
       PLANTAO-FIM.
           EXIT.

      *------[ BLANK SHEET FOR BOOKINGS AND ARRIVALS TAKEN ON ]---------
      *------[ PAPER - THE COLUMNS ARE THE SMP148 FIELDS      ]---------
       FOLHA.
           MOVE LIN-FOLHA1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-BRANCO.
       FOLHA-LIN.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-FOLHA2 TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-BRANCO
           IF W-BRANCO < 20
              GO TO FOLHA-LIN.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-FOLHA3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-FOLHA4 TO LINHA-REL
           WRITE LINHA-REL.
       FOLHA-FIM.
           EXIT.

      *
      *--[ ONE DAY FORWARD ON W-SDATA ]--------------------------------
       DIA-MAIS.
           MOVE TBMES(SD-MES) TO W-DIASMES
           IF SD-MES = 2
              DIVIDE SD-ANO BY 4   GIVING W-QUO REMAINDER W-MOD4
              DIVIDE SD-ANO BY 100 GIVING W-QUO REMAINDER W-MOD100
              DIVIDE SD-ANO BY 400 GIVING W-QUO REMAINDER W-MOD400
              IF W-MOD400 = 0 OR (W-MOD4 = 0 AND W-MOD100 NOT = 0)
                 MOVE 29 TO W-DIASMES.
           ADD 1 TO SD-DIA
           IF SD-DIA NOT > W-DIASMES
              GO TO DIA-MAIS-FIM.
           MOVE 1 TO SD-DIA
           ADD 1 TO SD-MES
           IF SD-MES > 12
              MOVE 1 TO SD-MES
              ADD 1 TO SD-ANO.
       DIA-MAIS-FIM.
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
