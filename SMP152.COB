       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP152.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *  INPATIENT ACCOUNT (CONTA HOSPITALAR)           *
      *  GATHERS EVERY CHARGE OF A CADEPIS ADMISSION -  *
      *  PER-DIEMS, DOSES GIVEN, EXAMS AND AMBULANCE    *
      *  TRIPS, PLUS SERVICES KEYED BY BILLING - INTO   *
      *  ONE ITEMIZED ACCOUNT, PRINTS THE REVIEW COPY,  *
      *  TAKES BILLING'S APPROVAL ITEM BY ITEM AND      *
      *  RELEASES THE APPROVED ITEMS TO CADFATUR - ONE  *
      *  LINE PER ITEM FOR AN AGREEMENT, OR A SELF-PAY  *
      *  BALANCE SETTLED AT THE SMP056 CASH DESK        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONTH
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
                    RECORD KEY   IS CODCONV
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PLANCONV WITH DUPLICATES.

       SELECT CADTABPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETABPR
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-COD
                    FILE STATUS  IS ST-ERROTU
                    ALTERNATE RECORD KEY IS TU-DESCR.

       SELECT CADTUSCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETUSCV
                    FILE STATUS  IS ST-ERROTC.

       SELECT CADQUARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUARTO
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS PLANOQ WITH DUPLICATES.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATNUM
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS FT-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO-EP.

       SELECT ROOMHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RH.

       SELECT CADMAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAR
                    FILE STATUS  IS ST-ERRO-MA.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT VEHTRIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETRIP
                    FILE STATUS  IS ST-ERRO-TR
                    ALTERNATE RECORD KEY IS PLATE OF REGTRIP
                                             WITH DUPLICATES.

       SELECT CADAMBTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAMBTX
                    FILE STATUS  IS ST-ERRO-AT.

       SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DESPNUM
                    FILE STATUS  IS ST-ERRO-DP.

       SELECT RELCONTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTH.DAT".
           COPY CPCONTHR.

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
       01 REGCONV.
          03 CODCONV      PIC 9(04).
          03 NOUNCONV     PIC X(30).
          03 PLANCONV     PIC 9(02).
          03 FILLER       PIC X(32).

       FD CADTABPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTABPR.DAT".
           COPY CPTABPRR.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

       FD CADTUSCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSCV.DAT".
           COPY CPTUSCVR.

       FD CADQUARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUARTO.DAT".
       01 REGQUARTO.
          03 QUARTO         PIC 9(04).
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD ROOMHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROOMHIST.DAT".
           COPY CPRMHIST.

       FD CADMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAR.DAT".
           COPY CPMARR.

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD VEHTRIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHTRIP.DAT".
           COPY CPTRIPR.

       FD CADAMBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMBTX.DAT".
           COPY CPAMBTXR.

       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           COPY CPDESPR.

       FD RELCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONTA.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(78) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO-EP    PIC X(02) VALUE "00".
       01 ST-ERRO-RH    PIC X(02) VALUE "00".
       01 ST-ERRO-MA    PIC X(02) VALUE "00".
       01 ST-ERRO-OR    PIC X(02) VALUE "00".
       01 ST-ERRO-TR    PIC X(02) VALUE "00".
       01 ST-ERRO-AT    PIC X(02) VALUE "00".
       01 ST-ERRO-DP    PIC X(02) VALUE "00".
       01 ST-ERROTU     PIC X(02) VALUE "00".
       01 ST-ERROTC     PIC X(02) VALUE "00".
       01 W-TPAVAIL     PIC X(01) VALUE "N".
       01 W-QTAVAIL     PIC X(01) VALUE "N".
       01 W-MAAVAIL     PIC X(01) VALUE "N".
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 W-TRAVAIL     PIC X(01) VALUE "N".
       01 W-ATAVAIL     PIC X(01) VALUE "N".
       01 W-DPAVAIL     PIC X(01) VALUE "N".
       01 W-TUAVAIL     PIC X(01) VALUE "N".
       01 W-TCAVAIL     PIC X(01) VALUE "N".

      *----[ TUSS PRICE OF AN EXAM (TUSS-PRECO) ]-----------------------
       01 W-TUACHOU     PIC X(01) VALUE "N".
       01 W-TUEXAME     PIC X(30) VALUE SPACES.
       01 W-TUCONV      PIC 9(04) VALUE ZEROS.
       01 W-TUDATA      PIC 9(08) VALUE ZEROS.
       01 W-TUCODIGO    PIC 9(08) VALUE ZEROS.
       01 W-TUVALOR     PIC 9(05)V99 VALUE ZEROS.

      *----[ THE EPISODE ON SCREEN ]------------------------------------
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-ADMBUSCA    PIC 9(08) VALUE ZEROS.
       01 W-EPACHOU     PIC X(01) VALUE "N".
       01 W-EPCHAVE     PIC X(23) VALUE SPACES.
       01 W-FIMEP       PIC 9(08) VALUE ZEROS.
       01 W-CONVFAT     PIC 9(04) VALUE ZEROS.
       01 W-PACNOME     PIC X(30) VALUE SPACES.
       01 W-CONTACHAVE  PIC X(20) VALUE SPACES.

      *----[ ONE ITEM BEING PUT ON THE ACCOUNT ]------------------------
       01 W-ITTIPO      PIC X(01) VALUE SPACES.
       01 W-ITORIGEM    PIC X(30) VALUE SPACES.
       01 W-ITDATA      PIC 9(08) VALUE ZEROS.
       01 W-ITDESCR     PIC X(30) VALUE SPACES.
       01 W-ITQTD       PIC 9(04) VALUE ZEROS.
       01 W-ITUNIT      PIC 9(05)V99 VALUE ZEROS.
       01 W-ITJAFAT     PIC 9(07)V99 VALUE ZEROS.
       01 W-ITFATNUM    PIC 9(08) VALUE ZEROS.
       01 W-ITBRUTO     PIC 9(09)V99 VALUE ZEROS.
       01 W-ITVALOR     PIC 9(07)V99 VALUE ZEROS.
       01 W-ITSIT       PIC X(01) VALUE SPACES.
       01 W-ITACHOU     PIC X(01) VALUE "N".
       01 W-ITSEQ       PIC 9(03) VALUE ZEROS.
       01 W-MAXSEQ      PIC 9(03) VALUE ZEROS.
       01 W-NOVOS       PIC 9(03) VALUE ZEROS.
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 W-JAFATNUM    PIC 9(08) VALUE ZEROS.

      *----[ ITEMS MATCHED BY THE CURRENT BUILD - AN ITEM NOT ]---------
      *----[ MATCHED HAS LOST ITS SOURCE AND IS DROPPED        ]--------
       01 TAB-VISTO.
          03 TV-VISTO   PIC X(01) OCCURS 999 TIMES.

      *----[ CURRENT OCCUPANT AND STAY-START PER ROOM, REBUILT BY ]-----
      *----[ REPLAYING THE ROOMHIST LOG THE WAY SMP057 DOES      ]-----
       01 TAB-OCUP.
          03 TQ-ENT OCCURS 200 TIMES.
             05 TQ-QUARTO   PIC 9(04).
             05 TQ-CPF      PIC 9(11).
             05 TQ-INICIO   PIC 9(08).
       01 IND           PIC 9(03) VALUE ZEROS.
       01 W-QIND        PIC 9(03) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-INISER      PIC 9(07) VALUE ZEROS.
       01 W-FIMSER      PIC 9(07) VALUE ZEROS.
       01 W-EVTDATA     PIC 9(08) VALUE ZEROS.
       01 W-INTINI      PIC 9(08) VALUE ZEROS.
       01 W-INTFIM      PIC 9(08) VALUE ZEROS.
       01 W-INTQUARTO   PIC 9(04) VALUE ZEROS.
       01 W-CLIPINI     PIC 9(08) VALUE ZEROS.
       01 W-CLIPFIM     PIC 9(08) VALUE ZEROS.
       01 W-QUARTOED    PIC 9(04) VALUE ZEROS.
       01 W-PLANOED     PIC 9(02) VALUE ZEROS.

       01 W-DATA-R.
          03 W-DR-ANO   PIC 9(04).
          03 W-DR-MES   PIC 9(02).
          03 W-DR-DIA   PIC 9(02).

      *----[ DOSES GIVEN, ONE ENTRY PER DRUG LABEL ]--------------------
       01 TAB-DROGA.
          03 TD-ENT OCCURS 100 TIMES.
             05 TD-NOME     PIC X(30).
             05 TD-QTD      PIC 9(04).
             05 TD-DATA     PIC 9(08).
       01 W-QTDDROGA    PIC 9(03) VALUE ZEROS.
       01 W-DIND        PIC 9(03) VALUE ZEROS.

      *----[ AMBULANCE TRIP PRICING - SAME RULE AS SMP135 ]-------------
       01 W-KM          PIC 9(07) VALUE ZEROS.
       01 W-KMED        PIC 9(04) VALUE ZEROS.
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-DPDATA      PIC 9(08) VALUE ZEROS.
       01 W-VALTRIP     PIC 9(07)V99 VALUE ZEROS.

      *----[ ACCOUNT TOTALS ]-------------------------------------------
       01 W-TQTD        PIC 9(03) VALUE ZEROS.
       01 W-TPEND       PIC 9(03) VALUE ZEROS.
       01 W-TTOTAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-TJAFAT      PIC 9(09)V99 VALUE ZEROS.
       01 W-TPENDV      PIC 9(09)V99 VALUE ZEROS.
       01 W-TAPROV      PIC 9(09)V99 VALUE ZEROS.
       01 W-TRECUS      PIC 9(09)V99 VALUE ZEROS.
       01 W-TFAT        PIC 9(09)V99 VALUE ZEROS.
       01 W-TGRUPO      PIC 9(09)V99 VALUE ZEROS.

      *----[ RELEASE TO BILLING ]---------------------------------------
       01 W-PROXNUM     PIC 9(08) VALUE ZEROS.
       01 W-RESTO       PIC 9(09)V99 VALUE ZEROS.
       01 W-PARCELA     PIC 9(05)V99 VALUE ZEROS.
       01 W-PRIMFAT     PIC 9(08) VALUE ZEROS.
       01 W-NLINHAS     PIC 9(03) VALUE ZEROS.
       01 W-MUDOU       PIC 9(03) VALUE ZEROS.
       01 W-VALFAT      PIC 9(09)V99 VALUE ZEROS.
       01 W-FTTIPO      PIC X(01) VALUE SPACES.
       01 W-FTCHAVE     PIC X(20) VALUE SPACES.

      *----[ ITEM TYPES IN THE ORDER THE REVIEW COPY GROUPS THEM ]------
       01 W-TIPOSX      PIC X(05) VALUE "DMETS".
       01 W-TIPOS REDEFINES W-TIPOSX.
          03 W-TIPOTB   PIC X(01) OCCURS 5 TIMES.
       01 W-TIND        PIC 9(01) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-PAGSEQ      PIC 9(03) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
       01 W-HORAINI.
          03 W-HORAINI-HH PIC 9(02).
          03 W-HORAINI-MM PIC 9(02).
          03 W-HORAINI-SS PIC 9(02).
          03 W-HORAINI-CC PIC 9(02).
       01 W-HORAFIM.
          03 W-HORAFIM-HH PIC 9(02).
          03 W-HORAFIM-MM PIC 9(02).
          03 W-HORAFIM-SS PIC 9(02).
          03 W-HORAFIM-CC PIC 9(02).
       01 W-DATACHK     PIC 9(08) VALUE ZEROS.
       01 W-DATACHK-R REDEFINES W-DATACHK.
          03 W-DC-ANO   PIC 9(04).
          03 W-DC-MES   PIC 9(02).
          03 W-DC-DIA   PIC 9(02).
       77 W-SEGINI      PIC 9(07) VALUE ZEROS.
       77 W-SEGFIM      PIC 9(07) VALUE ZEROS.
       77 W-DECOR       PIC S9(07) VALUE ZEROS.
       77 W-ESPERA      PIC 9(05) VALUE ZEROS.

           COPY CPDIARIA.

      *----[ SCREEN LINES ]---------------------------------------------
       01 LIN-EPIS.
          03 FILLER     PIC X(03) VALUE "AT ".
          03 LEHORA     PIC 99B99.
          03 FILLER     PIC X(07) VALUE "  ROOM ".
          03 LEQUARTO   PIC 9(04).
          03 FILLER     PIC X(08) VALUE "  AUTH: ".
          03 LEGUIA     PIC X(20).

       01 LIN-ALTA.
          03 LAALTA     PIC 9999/99/99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LATIPO     PIC X(20).

       01 LIN-CONV.
          03 LCCONV     PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LCNOME     PIC X(30).

       01 LIN-ITEM.
          03 LISEQ      PIC 9(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LITIPO     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LIDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LIDESCR    PIC X(26).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LIQTD      PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LIVALOR    PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LISIT      PIC X(14).

       01 LIN-TOT.
          03 FILLER     PIC X(06) VALUE "ITEMS ".
          03 LTQTD      PIC ZZ9.
          03 FILLER     PIC X(10) VALUE "  PENDING ".
          03 LTPEND     PIC ZZ9.
          03 FILLER     PIC X(11) VALUE "  TOTAL R$ ".
          03 LTTOTAL    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(14) VALUE "  APPROVED R$ ".
          03 LTAPROV    PIC ZZZ.ZZZ.ZZ9,99.

       01 W-SITTXT.
          03 W-SITLIT   PIC X(05).
          03 W-SITNUM   PIC X(09).

      *----[ REVIEW COPY ]----------------------------------------------
       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELCONTA - INPATIENT ACCOUNT - REVIEW COPY".
          03 FILLER   PIC X(10) VALUE "RUN DATE: ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(16) VALUE SPACES.

       01 LIN-PAC.
          03 FILLER     PIC X(12) VALUE "PATIENT  : ".
          03 RPCPF      PIC 9(11).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 RPNOME     PIC X(30).

       01 LIN-INTER.
          03 FILLER     PIC X(12) VALUE "ADMITTED : ".
          03 RIADM      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RIHORA     PIC 99B99.
          03 FILLER     PIC X(14) VALUE "  DISCHARGED: ".
          03 RIALTA     PIC X(10).
          03 FILLER     PIC X(07) VALUE "  ROOM ".
          03 RIQUARTO   PIC 9(04).

       01 LIN-FATPARA.
          03 FILLER     PIC X(12) VALUE "BILL TO  : ".
          03 RFCONV     PIC X(35).
          03 FILLER     PIC X(07) VALUE "  AUTH ".
          03 RFGUIA     PIC X(20).

       01 LIN-CAB1.
          03 FILLER     PIC X(40) VALUE
             "SEQ DATE       DESCRIPTION".
          03 FILLER     PIC X(40) VALUE
             "     QTY UNIT PRICE        VALUE SIT".

       01 LIN-GRUPO.
          03 FILLER     PIC X(04) VALUE "--- ".
          03 RGNOME     PIC X(20).
          03 FILLER     PIC X(56) VALUE SPACES.

       01 LIN-DET.
          03 RDSEQ      PIC 9(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDDATA     PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDDESCR    PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDQTD      PIC ZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDUNIT     PIC ZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDVALOR    PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RDSIT      PIC X(05).

       01 LIN-MENOS.
          03 FILLER     PIC X(15) VALUE SPACES.
          03 FILLER     PIC X(31) VALUE
             "LESS BILLED BY THE MONTHLY RUN".
          03 FILLER     PIC X(09) VALUE "INVOICE ".
          03 RMFATNUM   PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 RMVALOR    PIC Z.ZZZ.ZZ9,99.

       01 LIN-SUBTOT.
          03 FILLER     PIC X(46) VALUE SPACES.
          03 FILLER     PIC X(16) VALUE "SUBTOTAL ..... ".
          03 RSVALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-RODAPE.
          03 RRTEXTO    PIC X(40).
          03 FILLER     PIC X(06) VALUE "   R$ ".
          03 RRVALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-ASSINA.
          03 FILLER     PIC X(40) VALUE
             "REVIEWED BY: ______________________  ".
          03 FILLER     PIC X(40) VALUE
             "DATE: ____/____/________".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  CONTATELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "---------------[ INPATIENT ACCOUNT - CON".
           05  LINE 02  COLUMN 41
               VALUE  "TA HOSPITALAR ]-----------------------".
           05  LINE 04  COLUMN 01
               VALUE  " PATIENT CPF :".
           05  LINE 05  COLUMN 01
               VALUE  " ADMITTED ON :".
           05  LINE 05  COLUMN 27
               VALUE  "(YYYYMMDD, ZEROS = LATEST ADMISSION)".
           05  LINE 06  COLUMN 01
               VALUE  " DISCHARGED  :".
           05  LINE 07  COLUMN 01
               VALUE  " BILL TO     :".
           05  LINE 09  COLUMN 01
               VALUE  "SEQ T DATE       DESCRIPTION".
           05  LINE 09  COLUMN 46
               VALUE  "QTY        VALUE  SITUATION".

           05  TCPF
               LINE 04  COLUMN 16  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TADMDATA
               LINE 05  COLUMN 16  PIC 9(08)
               USING  W-ADMBUSCA
               HIGHLIGHT.

       01  ITEMTELA.
           05  LINE 21  COLUMN 02
               VALUE  "QTY :".
           05  LINE 21  COLUMN 16
               VALUE  "UNIT PRICE R$ :".
           05  TITQTD
               LINE 21  COLUMN 08  PIC 9(04)
               USING  W-ITQTD
               HIGHLIGHT.
           05  TITUNIT
               LINE 21  COLUMN 32  PIC 9(05)V99
               USING  W-ITUNIT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE*************************
       R0.
           OPEN I-O CADCONTH
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTH
                 CLOSE CADCONTH
                 MOVE "*** CADCONTH ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPENING THE CADCONTH FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADFATUR
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADFATUR
                 CLOSE CADFATUR
                 MOVE "*** CADFATUR ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERROR IN OPENING THE CADFATUR FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONTH
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADEPIS CADPACI CADCONV
           IF ST-ERRO-EP NOT = "00" OR ST-ERRO2 NOT = "00"
                                    OR ST-ERRO3 NOT = "00"
              MOVE "ERROR OPENING A RELATED FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTH CADFATUR CADEPIS CADPACI CADCONV
              GO TO ROT-FIM2.

      *    EVERY SOURCE OF CHARGES IS OPTIONAL - A SITE WITHOUT ONE
      *    SIMPLY HAS NO ITEMS OF THAT KIND ON ITS ACCOUNTS
           OPEN INPUT CADTABPR
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-TPAVAIL.
           OPEN INPUT CADQUARTO
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-QTAVAIL.
           OPEN INPUT CADMAR
           IF ST-ERRO-MA = "00"
              MOVE "Y" TO W-MAAVAIL.
           OPEN INPUT CADORDER
           IF ST-ERRO-OR = "00"
              MOVE "Y" TO W-ORAVAIL.
           OPEN INPUT VEHTRIP
           IF ST-ERRO-TR = "00"
              MOVE "Y" TO W-TRAVAIL.
           OPEN INPUT CADAMBTX
           IF ST-ERRO-AT = "00"
              MOVE "Y" TO W-ATAVAIL.
           OPEN INPUT CADDESP
           IF ST-ERRO-DP = "00"
              MOVE "Y" TO W-DPAVAIL.
           OPEN INPUT CADTUSS
           IF ST-ERROTU = "00"
              MOVE "Y" TO W-TUAVAIL.
           OPEN INPUT CADTUSCV
           IF ST-ERROTC = "00"
              MOVE "Y" TO W-TCAVAIL.

       R1.
           MOVE ZEROS TO W-CPF W-ADMBUSCA
           MOVE SPACES TO W-PACNOME
           DISPLAY CONTATELA.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
                MOVE "*** ENTER THE PATIENT CPF ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE W-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
                MOVE "*** PATIENT NOT FOUND ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE NOUNPACI TO W-PACNOME
           DISPLAY (04, 30) W-PACNOME.

       R3.
           ACCEPT TADMDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           PERFORM EPIS-ACHA THRU EPIS-ACHA-FIM
           IF W-EPACHOU NOT = "Y"
                MOVE "*** NO ADMISSION FOUND FOR THIS PATIENT ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           PERFORM CONV-ACHA THRU CONV-ACHA-FIM.

       R3A.
           DISPLAY CONTATELA
           DISPLAY (04, 30) W-PACNOME
           MOVE EP-ADMHORA TO LEHORA
           MOVE EP-QUARTO TO LEQUARTO
           MOVE EP-GUIA TO LEGUIA
           DISPLAY (05, 27) LIMPA
           DISPLAY (05, 27) LIN-EPIS
           IF EP-ALTADATA = ZEROS
              DISPLAY (06, 16) "STILL ADMITTED - INTERIM ACCOUNT"
           ELSE
              MOVE EP-ALTADATA TO LAALTA
              PERFORM ALTA-TEXTO THRU ALTA-TEXTO-FIM
              DISPLAY (06, 16) LIN-ALTA.
           IF W-CONVFAT = ZEROS
              DISPLAY (07, 16) "SELF-PAY - BALANCE TO THE CASH DESK"
           ELSE
              MOVE W-CONVFAT TO LCCONV
              MOVE NOUNCONV TO LCNOME
              DISPLAY (07, 16) LIN-CONV.
           MOVE ZEROS TO W-PAGSEQ
           PERFORM LIS-PAGINA THRU LIS-PAGINA-FIM
           PERFORM TOT-MOSTRA THRU TOT-MOSTRA-FIM
           IF W-TQTD = ZEROS
              MOVE "*** NO ACCOUNT YET - B TO BUILD IT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *************************************************
      * ACCOUNT OPTIONS                               *
      *************************************************
      *
       ACE-001.
                DISPLAY (23, 02)
            "B=BUILD L=LIST A=APPROVE I=INCLUDE P=PRINT F=RELEASE : "
                MOVE SPACES TO W-OPCAO
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
                IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
                IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
                IF W-OPCAO NOT = "B" AND W-OPCAO NOT = "L"
                    AND W-OPCAO NOT = "A" AND W-OPCAO NOT = "I"
                    AND W-OPCAO NOT = "P" AND W-OPCAO NOT = "F"
                    GO TO ACE-001.
                DISPLAY (23, 02) LIMPA
                IF W-OPCAO = "B"
                   GO TO MON-001.
                IF W-OPCAO = "L"
                   GO TO LIS-001.
                IF W-OPCAO = "A"
                   GO TO APR-001.
                IF W-OPCAO = "I"
                   GO TO INS-001.
                IF W-OPCAO = "P"
                   GO TO IMP-001.
                GO TO FAT-001.

      *************************************************
      * BUILD / REFRESH THE ACCOUNT FROM ITS SOURCES. *
      * ITEMS ALREADY RELEASED ARE NEVER TOUCHED; AN  *
      * UNCHANGED ITEM KEEPS BILLING'S DECISION       *
      *************************************************
      *
       MON-001.
           MOVE "*** BUILDING THE ACCOUNT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE EP-ALTADATA TO W-FIMEP
           IF W-FIMEP = ZEROS
              MOVE W-HOJEN TO W-FIMEP.
           MOVE ZEROS TO W-NOVOS
           PERFORM VISTO-LIMPA THRU VISTO-LIMPA-FIM
           PERFORM MON-DIARIA THRU MON-DIARIA-FIM
           PERFORM MON-DOSES THRU MON-DOSES-FIM
           PERFORM MON-EXAMES THRU MON-EXAMES-FIM
           PERFORM MON-VIAGENS THRU MON-VIAGENS-FIM
           PERFORM MON-SOBRA THRU MON-SOBRA-FIM
           MOVE "*** ACCOUNT BUILT - REVIEW AND APPROVE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3A.

       VISTO-LIMPA.
           MOVE 1 TO IND.
       VISTO-LIMPA1.
           IF IND NOT > 999
              MOVE "N" TO TV-VISTO(IND)
              ADD 1 TO IND
              GO TO VISTO-LIMPA1.
       VISTO-LIMPA-FIM.
           EXIT.

      *------[ PER-DIEMS - REPLAYS ROOMHIST AND TAKES EVERY STAY ]------
      *------[ OF THE PATIENT THAT OVERLAPS THE ADMISSION         ]-----
       MON-DIARIA.
           IF W-QTAVAIL NOT = "Y"
              GO TO MON-DIARIA-FIM.
           OPEN INPUT ROOMHIST
           IF ST-ERRO-RH NOT = "00"
              GO TO MON-DIARIA-FIM.
           MOVE 1 TO IND.
       MON-DIARIA-LIMPA.
           IF IND NOT > 200
              MOVE ZEROS TO TQ-QUARTO(IND) TQ-CPF(IND) TQ-INICIO(IND)
              ADD 1 TO IND
              GO TO MON-DIARIA-LIMPA.
       MON-DIARIA-RD1.
           READ ROOMHIST AT END
                GO TO MON-DIARIA-ABERTO.
           MOVE RH-ANO TO W-DR-ANO
           MOVE RH-MES TO W-DR-MES
           MOVE RH-DIA TO W-DR-DIA
           MOVE W-DATA-R TO W-EVTDATA
           PERFORM Q-LOCALIZA THRU Q-LOCALIZA-FIM
           IF W-QIND = ZEROS
              GO TO MON-DIARIA-RD1.
           IF TQ-CPF(W-QIND) = W-CPF
              MOVE TQ-QUARTO(W-QIND) TO W-INTQUARTO
              MOVE TQ-INICIO(W-QIND) TO W-INTINI
              MOVE W-EVTDATA         TO W-INTFIM
              PERFORM DIARIA-INT THRU DIARIA-INT-FIM.
           MOVE RH-CPFNEW TO TQ-CPF(W-QIND)
           MOVE W-EVTDATA TO TQ-INICIO(W-QIND)
           GO TO MON-DIARIA-RD1.
      *    A ROOM THE PATIENT STILL HOLDS RUNS TO THE DISCHARGE
      *    (OR, ON AN INTERIM ACCOUNT, TO TODAY)
       MON-DIARIA-ABERTO.
           CLOSE ROOMHIST
           MOVE 1 TO IND.
       MON-DIARIA-AB1.
           IF IND > 200
              GO TO MON-DIARIA-FIM.
           IF TQ-QUARTO(IND) = ZEROS
              GO TO MON-DIARIA-FIM.
           IF TQ-CPF(IND) = W-CPF
              MOVE TQ-QUARTO(IND) TO W-INTQUARTO
              MOVE TQ-INICIO(IND) TO W-INTINI
              MOVE W-FIMEP        TO W-INTFIM
              PERFORM DIARIA-INT THRU DIARIA-INT-FIM.
           ADD 1 TO IND
           GO TO MON-DIARIA-AB1.
       MON-DIARIA-FIM.
           EXIT.

      *------[ FINDS (OR OPENS) THE ROOM'S SLOT IN THE TABLE ]----------
       Q-LOCALIZA.
           MOVE ZEROS TO W-QIND
           MOVE 1 TO IND.
       Q-LOCALIZA1.
           IF IND > 200
              GO TO Q-LOCALIZA-FIM.
           IF TQ-QUARTO(IND) = RH-QUARTO
              MOVE IND TO W-QIND
              GO TO Q-LOCALIZA-FIM.
           IF TQ-QUARTO(IND) = ZEROS
              MOVE RH-QUARTO TO TQ-QUARTO(IND)
              MOVE IND TO W-QIND
              GO TO Q-LOCALIZA-FIM.
           ADD 1 TO IND
           GO TO Q-LOCALIZA1.
       Q-LOCALIZA-FIM.
           EXIT.

      *------[ CLIPS ONE STAY TO THE ADMISSION AND PUTS ITS NIGHTS ]----
      *------[ ON THE ACCOUNT. THE PSEUDO BOOKING KEY IS THE ONE   ]----
      *------[ SMP057 BILLS THE SAME STAY UNDER, SO WHAT A MONTHLY ]----
      *------[ RUN ALREADY INVOICED IS TAKEN OFF THE ITEM          ]----
       DIARIA-INT.
           MOVE W-INTINI TO W-CLIPINI
           MOVE W-INTFIM TO W-CLIPFIM
           IF W-CLIPINI < EP-ADMDATA
              MOVE EP-ADMDATA TO W-CLIPINI.
           IF W-CLIPFIM > W-FIMEP
              MOVE W-FIMEP TO W-CLIPFIM.
           MOVE W-CLIPINI TO W-DATA-R
           COMPUTE W-INISER = W-DR-ANO * 360 +
                               W-DR-MES * 30 + W-DR-DIA
           MOVE W-CLIPFIM TO W-DATA-R
           COMPUTE W-FIMSER = W-DR-ANO * 360 +
                               W-DR-MES * 30 + W-DR-DIA
           IF W-FIMSER NOT > W-INISER
              GO TO DIARIA-INT-FIM.
           COMPUTE W-DIAS = W-FIMSER - W-INISER

           MOVE W-INTQUARTO TO QUARTO
           READ CADQUARTO KEY IS QUARTO
           IF ST-ERRO5 NOT = "00"
              GO TO DIARIA-INT-FIM.
           IF PLANOQ = 0 OR PLANOQ > 12
              GO TO DIARIA-INT-FIM.

           MOVE SPACES TO W-SAVCHAVE
           STRING "Q" DELIMITED BY SIZE
                  W-INTQUARTO DELIMITED BY SIZE
                  W-INTINI DELIMITED BY SIZE
                  W-CPF(5:7) DELIMITED BY SIZE
                  INTO W-SAVCHAVE
           PERFORM SOMA-FATURADO THRU SOMA-FATURADO-FIM

           MOVE W-INTQUARTO TO W-QUARTOED
           MOVE PLANOQ TO W-PLANOED
           MOVE SPACES TO W-ITDESCR
           STRING "PER-DIEM ROOM " DELIMITED BY SIZE
                  W-QUARTOED DELIMITED BY SIZE
                  " TIER " DELIMITED BY SIZE
                  W-PLANOED DELIMITED BY SIZE
                  INTO W-ITDESCR
           MOVE "D"          TO W-ITTIPO
           MOVE W-SAVCHAVE   TO W-ITORIGEM
           MOVE W-CLIPINI    TO W-ITDATA
           MOVE W-DIAS       TO W-ITQTD
           MOVE TBDIAR(PLANOQ) TO W-ITUNIT
           PERFORM ITEM-POE THRU ITEM-POE-FIM.
       DIARIA-INT-FIM.
           EXIT.

      *------[ MEDICATION - EVERY DOSE CHARTED AS GIVEN UNDER THE ]-----
      *------[ EPISODE, COUNTED PER DRUG AND PRICED PER DOSE      ]-----
       MON-DOSES.
           IF W-MAAVAIL NOT = "Y"
              GO TO MON-DOSES-FIM.
           MOVE ZEROS TO W-QTDDROGA
           MOVE W-CPF TO MA-CPF
           MOVE EP-ADMDATA TO MA-DATA
           MOVE ZEROS TO MA-HORA MA-PRSEQ
           MOVE SPACES TO MA-PRATEN
           START CADMAR KEY IS NOT LESS CHAVEMAR INVALID KEY
                 GO TO MON-DOSES-FIM.
       MON-DOSES1.
           READ CADMAR NEXT
           IF ST-ERRO-MA NOT = "00"
              GO TO MON-DOSES2.
           IF MA-CPF NOT = W-CPF OR MA-DATA > W-FIMEP
              GO TO MON-DOSES2.
           IF MA-EPADMDATA NOT = EP-ADMDATA OR MA-STATUS NOT = "G"
              GO TO MON-DOSES1.
           MOVE 1 TO W-DIND.
       MON-DOSES-BUSCA.
           IF W-DIND > W-QTDDROGA
              IF W-QTDDROGA < 100
                 ADD 1 TO W-QTDDROGA
                 MOVE MA-DROGA TO TD-NOME(W-QTDDROGA)
                 MOVE 1 TO TD-QTD(W-QTDDROGA)
                 MOVE MA-DATA TO TD-DATA(W-QTDDROGA)
                 GO TO MON-DOSES1
              ELSE
                 GO TO MON-DOSES1.
           IF TD-NOME(W-DIND) = MA-DROGA
              ADD 1 TO TD-QTD(W-DIND)
              GO TO MON-DOSES1.
           ADD 1 TO W-DIND
           GO TO MON-DOSES-BUSCA.
       MON-DOSES2.
           MOVE 1 TO W-DIND.
       MON-DOSES3.
           IF W-DIND > W-QTDDROGA
              GO TO MON-DOSES-FIM.
           MOVE "M" TO TP-TIPO
           MOVE TD-NOME(W-DIND) TO TP-NOME
           PERFORM PRECO-BUSCA THRU PRECO-BUSCA-FIM
           MOVE "M"              TO W-ITTIPO
           MOVE TD-NOME(W-DIND)  TO W-ITORIGEM W-ITDESCR
           MOVE TD-DATA(W-DIND)  TO W-ITDATA
           MOVE TD-QTD(W-DIND)   TO W-ITQTD
           MOVE ZEROS            TO W-ITJAFAT W-JAFATNUM
           PERFORM ITEM-POE THRU ITEM-POE-FIM
           ADD 1 TO W-DIND
           GO TO MON-DOSES3.
       MON-DOSES-FIM.
           EXIT.

      *------[ EXAMS - EVERY ORDER OF THE PATIENT PLACED DURING ]-------
      *------[ THE STAY THAT HAS ITS RESULT IN                  ]-------
       MON-EXAMES.
           IF W-ORAVAIL NOT = "Y"
              GO TO MON-EXAMES-FIM.
           MOVE W-CPF TO OR-CPF
           START CADORDER KEY IS NOT LESS OR-CPF INVALID KEY
                 GO TO MON-EXAMES-FIM.
       MON-EXAMES1.
           READ CADORDER NEXT
           IF ST-ERRO-OR NOT = "00"
              GO TO MON-EXAMES-FIM.
           IF OR-CPF NOT = W-CPF
              GO TO MON-EXAMES-FIM.
           IF OR-DATAPED < EP-ADMDATA OR OR-DATAPED > W-FIMEP
              GO TO MON-EXAMES1.
           IF OR-RESULT = SPACE
              GO TO MON-EXAMES1.
      *    PRICED AS SMP052 PRICES A VISIT'S EXAM - BY TUSS CODE AT
      *    THE STAY'S AGREEMENT PRICE ON THE ORDER DATE, ELSE THE
      *    CATALOG DEFAULT (ZERO WHEN NOT CATALOGUED)
           MOVE OR-EXAME   TO W-TUEXAME
           MOVE W-CONVFAT  TO W-TUCONV
           MOVE OR-DATAPED TO W-TUDATA
           PERFORM TUSS-PRECO THRU TUSS-PRECO-FIM
           MOVE W-TUVALOR TO W-ITUNIT
           MOVE "E"          TO W-ITTIPO
           MOVE SPACES       TO W-ITORIGEM
           MOVE CHAVEORDER   TO W-ITORIGEM
           MOVE OR-EXAME     TO W-ITDESCR
           MOVE OR-DATAPED   TO W-ITDATA
           MOVE 1            TO W-ITQTD
           MOVE ZEROS        TO W-ITJAFAT W-JAFATNUM
           PERFORM ITEM-POE THRU ITEM-POE-FIM
           GO TO MON-EXAMES1.
       MON-EXAMES-FIM.
           EXIT.

      *------[ AMBULANCE TRIPS OF THE PATIENT THAT LEFT DURING THE ]----
      *------[ STAY AND CAME BACK, PRICED FROM CADAMBTX AS SMP135  ]----
      *------[ DOES AND NETTED OF WHAT SMP135 ALREADY INVOICED     ]----
       MON-VIAGENS.
           IF W-TRAVAIL NOT = "Y"
              GO TO MON-VIAGENS-FIM.
           MOVE LOW-VALUES TO CHAVETRIP
           START VEHTRIP KEY IS NOT LESS CHAVETRIP INVALID KEY
                 GO TO MON-VIAGENS-FIM.
       MON-VIAGENS1.
           READ VEHTRIP NEXT
           IF ST-ERRO-TR NOT = "00"
              GO TO MON-VIAGENS-FIM.
           IF CPFTRIP NOT = W-CPF
              GO TO MON-VIAGENS1.
           IF DEPDATA < EP-ADMDATA OR DEPDATA > W-FIMEP
              GO TO MON-VIAGENS1.
           IF RETDATA = ZEROS OR ODOMIN NOT > ODOMOUT
              GO TO MON-VIAGENS1.
           PERFORM TRIP-PRECO THRU TRIP-PRECO-FIM

           MOVE SPACES TO W-SAVCHAVE
           STRING "T" DELIMITED BY SIZE
                  PLATE DELIMITED BY SIZE
                  DEPDATA DELIMITED BY SIZE
                  DEPHORA DELIMITED BY SIZE
                  INTO W-SAVCHAVE
           PERFORM SOMA-FATURADO THRU SOMA-FATURADO-FIM

           MOVE W-KM TO W-KMED
           MOVE SPACES TO W-ITDESCR
           STRING "AMBULANCE " DELIMITED BY SIZE
                  PLATE DELIMITED BY SIZE
                  " KM " DELIMITED BY SIZE
                  W-KMED DELIMITED BY SIZE
                  INTO W-ITDESCR
           MOVE "T"          TO W-ITTIPO
           MOVE W-SAVCHAVE   TO W-ITORIGEM
           MOVE DEPDATA      TO W-ITDATA
           MOVE 1            TO W-ITQTD
           MOVE W-VALTRIP    TO W-ITUNIT
           PERFORM ITEM-POE THRU ITEM-POE-FIM
           GO TO MON-VIAGENS1.
       MON-VIAGENS-FIM.
           EXIT.

      *------[ TRIP CHARGE = FIXED + KM X RATE OF THE FIRST BAND OF ]---
      *------[ ITS TYPE COVERING THE KM. NO RATE LEAVES IT AT ZERO  ]---
      *------[ FOR BILLING TO PRICE ON REVIEW                       ]---
       TRIP-PRECO.
           MOVE ZEROS TO W-VALTRIP
           COMPUTE W-KM = ODOMIN - ODOMOUT
           IF W-ATAVAIL NOT = "Y" OR W-KM > 9999
              GO TO TRIP-PRECO-FIM.
           PERFORM TIPO-BUSCA THRU TIPO-BUSCA-FIM
           MOVE W-TIPO TO AT-TIPO
           MOVE W-KM TO AT-KMATE
           START CADAMBTX KEY IS NOT LESS CHAVEAMBTX INVALID KEY
                 GO TO TRIP-PRECO-FIM.
           READ CADAMBTX NEXT
           IF ST-ERRO-AT NOT = "00" OR AT-TIPO NOT = W-TIPO
              GO TO TRIP-PRECO-FIM.
           COMPUTE W-VALTRIP = AT-VALBASE + W-KM * AT-VALKM
           IF W-VALTRIP > 99999,99
              MOVE ZEROS TO W-VALTRIP.
       TRIP-PRECO-FIM.
           EXIT.

      *------[ RATE TYPE FROM THE DEPARTED DISPATCH REQUEST FOR ]-------
      *------[ THIS VEHICLE AND PATIENT - THE LATEST ONE ON OR  ]-------
      *------[ BEFORE THE DEPARTURE DATE                        ]-------
       TIPO-BUSCA.
           MOVE 3 TO W-TIPO
           MOVE ZEROS TO W-DPDATA
           IF W-DPAVAIL NOT = "Y"
              GO TO TIPO-BUSCA-FIM.
           MOVE ZEROS TO DESPNUM
           START CADDESP KEY IS NOT LESS DESPNUM INVALID KEY
                 GO TO TIPO-BUSCA-FIM.
       TIPO-BUSCA1.
           READ CADDESP NEXT
           IF ST-ERRO-DP NOT = "00"
              GO TO TIPO-BUSCA-FIM.
           IF DP-PLATE NOT = PLATE OR DP-CPF NOT = CPFTRIP
                                    OR DP-STATUS NOT = "D"
              GO TO TIPO-BUSCA1.
           IF DP-REQDATA > DEPDATA OR DP-REQDATA < W-DPDATA
              GO TO TIPO-BUSCA1.
           IF DP-PRIOR > 0 AND DP-PRIOR < 4
              MOVE DP-PRIOR TO W-TIPO
              MOVE DP-REQDATA TO W-DPDATA.
           GO TO TIPO-BUSCA1.
       TIPO-BUSCA-FIM.
           EXIT.

      *------[ UNIT PRICE OF TP-TIPO/TP-NOME INTO W-ITUNIT - ZERO ]-----
      *------[ WHEN THE TABLE HAS NO PRICE FOR IT                 ]-----
       PRECO-BUSCA.
           MOVE ZEROS TO W-ITUNIT
           IF W-TPAVAIL NOT = "Y"
              GO TO PRECO-BUSCA-FIM.
           READ CADTABPR
           IF ST-ERRO4 = "00"
              MOVE TP-VALOR TO W-ITUNIT.
       PRECO-BUSCA-FIM.
           EXIT.

      *--[ PRICE OF THE EXAM W-TUEXAME FOR AGREEMENT W-TUCONV ON ]-----
      *--[ W-TUDATA: THE EXAM IS FOUND IN CADTUSS BY THE CATALOG  ]-----
      *--[ DESCRIPTION IT WAS ORDERED UNDER; THE AGREEMENT'S      ]-----
      *--[ CADTUSCV ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER  ]-----
      *--[ W-TUDATA PRICES IT, ELSE THE CATALOG DEFAULT PRICE.    ]-----
      *--[ W-TUACHOU STAYS N WHEN THE EXAM IS NOT CATALOGUED      ]-----
       TUSS-PRECO.
           MOVE "N" TO W-TUACHOU
           MOVE ZEROS TO W-TUCODIGO W-TUVALOR
           IF W-TUAVAIL NOT = "Y"
              GO TO TUSS-PRECO-FIM.
           MOVE W-TUEXAME TO TU-DESCR
           READ CADTUSS KEY IS TU-DESCR
           IF ST-ERROTU NOT = "00"
              GO TO TUSS-PRECO-FIM.
           MOVE "Y" TO W-TUACHOU
           MOVE TU-COD TO W-TUCODIGO
           MOVE TU-VALOR TO W-TUVALOR
           IF W-TCAVAIL NOT = "Y" OR W-TUCONV = ZEROS
              GO TO TUSS-PRECO-FIM.
           MOVE W-TUCONV TO TC-CONV
           MOVE W-TUCODIGO TO TC-COD
           MOVE ZEROS TO TC-VIGENCIA
           START CADTUSCV KEY IS NOT LESS CHAVETUSCV INVALID KEY
                 GO TO TUSS-PRECO-FIM.
       TUSS-PRECO1.
           READ CADTUSCV NEXT
           IF ST-ERROTC NOT = "00"
              GO TO TUSS-PRECO-FIM.
           IF TC-CONV NOT = W-TUCONV OR TC-COD NOT = W-TUCODIGO
              GO TO TUSS-PRECO-FIM.
           IF TC-VIGENCIA > W-TUDATA
              GO TO TUSS-PRECO-FIM.
           MOVE TC-VALOR TO W-TUVALOR
           GO TO TUSS-PRECO1.
       TUSS-PRECO-FIM.
           EXIT.

      *------[ WHAT LIVE CADFATUR LINES ALREADY CARRY UNDER ]-----------
      *------[ W-SAVCHAVE - THE SAME CHECK AS SMP052'S      ]-----------
      *------[ JA-FATURADO, SUMMED                          ]-----------
       SOMA-FATURADO.
           MOVE ZEROS TO W-ITJAFAT W-JAFATNUM
           MOVE W-SAVCHAVE TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO SOMA-FATURADO-FIM.
       SOMA-FATURADO1.
           READ CADFATUR NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO SOMA-FATURADO-FIM.
           IF FT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO SOMA-FATURADO-FIM.
           IF FT-STATUS NOT = "X"
              ADD FT-VALOR TO W-ITJAFAT
              MOVE FATNUM TO W-JAFATNUM.
           GO TO SOMA-FATURADO1.
       SOMA-FATURADO-FIM.
           EXIT.

      *------[ PUTS THE W-IT ITEM ON THE ACCOUNT: AN ITEM FROM THE ]----
      *------[ SAME SOURCE IS UPDATED (A CHANGE SENDS IT BACK TO   ]----
      *------[ REVIEW), OTHERWISE A NEW ITEM IS ADDED PENDING      ]----
       ITEM-POE.
           MOVE "N" TO W-ITACHOU
           MOVE ZEROS TO W-MAXSEQ
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO ITEM-POE-NOVO.
       ITEM-POE1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO ITEM-POE-NOVO.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO ITEM-POE-NOVO.
           MOVE CH-SEQ TO W-MAXSEQ
           IF CH-TIPO NOT = W-ITTIPO OR CH-ORIGEM NOT = W-ITORIGEM
              GO TO ITEM-POE1.
           MOVE "Y" TO W-ITACHOU
           MOVE "Y" TO TV-VISTO(CH-SEQ)
           IF CH-SIT = "F"
              GO TO ITEM-POE-FIM.
      *    A PRICE BILLING KEYED ON REVIEW STANDS WHILE THE TABLE
      *    STILL HAS NONE
           IF W-ITUNIT = ZEROS AND CH-VALUNIT NOT = ZEROS
              MOVE CH-VALUNIT TO W-ITUNIT.
           PERFORM ITEM-CALC THRU ITEM-CALC-FIM
           IF CH-QTD = W-ITQTD AND CH-VALUNIT = W-ITUNIT
                               AND CH-JAFAT = W-ITJAFAT
              IF CH-SIT NOT = "J" AND W-ITSIT = "P"
                 MOVE CH-SIT TO W-ITSIT.
           MOVE W-ITDATA    TO CH-DATA
           MOVE W-ITDESCR   TO CH-DESCR
           MOVE W-ITQTD     TO CH-QTD
           MOVE W-ITUNIT    TO CH-VALUNIT
           MOVE W-ITVALOR   TO CH-VALOR
           MOVE W-ITJAFAT   TO CH-JAFAT
           MOVE W-ITSIT     TO CH-SIT
           MOVE W-ITFATNUM  TO CH-FATNUM
           REWRITE REGCONTH
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERROR UPDATING AN ACCOUNT ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ITEM-POE-FIM.
       ITEM-POE-NOVO.
           IF W-MAXSEQ NOT < 999
              MOVE "*** ACCOUNT IS FULL - 999 ITEMS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITEM-POE-FIM.
           PERFORM ITEM-CALC THRU ITEM-CALC-FIM
           MOVE W-CPF       TO CH-CPF
           MOVE EP-ADMDATA  TO CH-ADMDATA
           MOVE EP-ADMHORA  TO CH-ADMHORA
           COMPUTE CH-SEQ = W-MAXSEQ + 1
           MOVE W-ITTIPO    TO CH-TIPO
           MOVE W-ITDATA    TO CH-DATA
           MOVE W-ITDESCR   TO CH-DESCR
           MOVE W-ITQTD     TO CH-QTD
           MOVE W-ITUNIT    TO CH-VALUNIT
           MOVE W-ITVALOR   TO CH-VALOR
           MOVE W-ITJAFAT   TO CH-JAFAT
           MOVE W-ITORIGEM  TO CH-ORIGEM
           MOVE W-ITSIT     TO CH-SIT
           MOVE W-ITFATNUM  TO CH-FATNUM
           WRITE REGCONTH
           IF ST-ERRO = "00" OR "02"
              MOVE "Y" TO TV-VISTO(CH-SEQ)
              ADD 1 TO W-NOVOS
           ELSE
              MOVE "ERROR RECORDING AN ACCOUNT ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ITEM-POE-FIM.
           EXIT.

      *------[ VALUE LEFT TO BILL AND THE SITUATION IT STARTS IN - ]----
      *------[ J WHEN A MONTHLY RUN ALREADY BILLED ALL OF IT       ]----
       ITEM-CALC.
           COMPUTE W-ITBRUTO = W-ITQTD * W-ITUNIT
           MOVE ZEROS TO W-ITVALOR W-ITFATNUM
           MOVE "P" TO W-ITSIT
           IF W-ITBRUTO > W-ITJAFAT
              COMPUTE W-ITVALOR = W-ITBRUTO - W-ITJAFAT
           ELSE
              IF W-ITJAFAT NOT = ZEROS
                 MOVE "J" TO W-ITSIT
                 MOVE W-JAFATNUM TO W-ITFATNUM.
       ITEM-CALC-FIM.
           EXIT.

      *------[ DROPS THE ITEMS WHOSE SOURCE IS GONE (A DOSE NOW ]-------
      *------[ CHARTED REFUSED, AN ORDER DELETED). RELEASED AND ]-------
      *------[ KEYED ITEMS ARE KEPT                             ]-------
       MON-SOBRA.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO MON-SOBRA-FIM.
       MON-SOBRA1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO MON-SOBRA-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO MON-SOBRA-FIM.
           IF CH-SIT = "F" OR CH-TIPO = "S"
              GO TO MON-SOBRA1.
           IF TV-VISTO(CH-SEQ) = "Y"
              GO TO MON-SOBRA1.
           DELETE CADCONTH RECORD
           GO TO MON-SOBRA1.
       MON-SOBRA-FIM.
           EXIT.

      *************************************************
      * LIST THE ITEMS, TEN PER PAGE                  *
      *************************************************
      *
       LIS-001.
           MOVE ZEROS TO W-PAGSEQ.
       LIS-002.
           PERFORM LIS-PAGINA THRU LIS-PAGINA-FIM
           IF W-PAGSEQ = ZEROS
              GO TO ACE-001.
           DISPLAY (23, 02) "ENTER=NEXT PAGE   X=STOP : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 30) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 02) LIMPA
           IF W-ACT = 01 OR W-OPCAO = "X" OR W-OPCAO = "x"
              GO TO ACE-001.
           GO TO LIS-002.

      *------[ SHOWS UP TO TEN ITEMS AFTER W-PAGSEQ ON LINES 10-19 ]----
      *------[ AND LEAVES W-PAGSEQ ON THE LAST ONE SHOWN - ZERO    ]----
      *------[ WHEN THERE IS NOTHING MORE                          ]----
       LIS-PAGINA.
           MOVE 10 TO W-LINHA.
       LIS-PAGINA-LIMPA.
           IF W-LINHA < 20
              DISPLAY (W-LINHA, 01) LIMPA
              ADD 1 TO W-LINHA
              GO TO LIS-PAGINA-LIMPA.
           MOVE 10 TO W-LINHA
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           COMPUTE CH-SEQ = W-PAGSEQ + 1
           MOVE ZEROS TO W-PAGSEQ
           IF CH-SEQ = ZEROS
              GO TO LIS-PAGINA-FIM.
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO LIS-PAGINA-FIM.
       LIS-PAGINA1.
           IF W-LINHA > 19
              GO TO LIS-PAGINA-FIM.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIS-PAGINA-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO LIS-PAGINA-FIM.
           PERFORM ITEM-LINHA THRU ITEM-LINHA-FIM
           DISPLAY (W-LINHA, 01) LIN-ITEM
           MOVE CH-SEQ TO W-PAGSEQ
           ADD 1 TO W-LINHA
           GO TO LIS-PAGINA1.
       LIS-PAGINA-FIM.
           EXIT.

      *------[ SCREEN LINE OF THE ITEM IN REGCONTH ]--------------------
       ITEM-LINHA.
           MOVE CH-SEQ     TO LISEQ
           MOVE CH-TIPO    TO LITIPO
           MOVE CH-DATA    TO LIDATA
           MOVE CH-DESCR   TO LIDESCR
           MOVE CH-QTD     TO LIQTD
           MOVE CH-VALOR   TO LIVALOR
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           MOVE W-SITTXT   TO LISIT.
       ITEM-LINHA-FIM.
           EXIT.

       SIT-TEXTO.
           MOVE SPACES TO W-SITTXT
           IF CH-SIT = "P"
              IF CH-VALUNIT = ZEROS
                 MOVE "NO PRICE" TO W-SITTXT
              ELSE
                 MOVE "PENDING" TO W-SITTXT.
           IF CH-SIT = "A"
              MOVE "APPROVED" TO W-SITTXT.
           IF CH-SIT = "R"
              MOVE "REFUSED" TO W-SITTXT.
           IF CH-SIT = "J"
              MOVE "MONTHLY RUN" TO W-SITTXT.
           IF CH-SIT = "F"
              MOVE "INV" TO W-SITLIT
              MOVE CH-FATNUM TO W-SITNUM.
       SIT-TEXTO-FIM.
           EXIT.

      *------[ ACCOUNT TOTALS ON LINE 20 ]------------------------------
       TOT-MOSTRA.
           PERFORM TOT-CALC THRU TOT-CALC-FIM
           MOVE W-TQTD TO LTQTD
           MOVE W-TPEND TO LTPEND
           MOVE W-TTOTAL TO LTTOTAL
           MOVE W-TAPROV TO LTAPROV
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 02) LIN-TOT.
       TOT-MOSTRA-FIM.
           EXIT.

       TOT-CALC.
           MOVE ZEROS TO W-TQTD W-TPEND W-TTOTAL W-TJAFAT W-TPENDV
                         W-TAPROV W-TRECUS W-TFAT
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO TOT-CALC-FIM.
       TOT-CALC1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOT-CALC-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO TOT-CALC-FIM.
           ADD 1 TO W-TQTD
           ADD CH-JAFAT TO W-TJAFAT
           IF CH-SIT NOT = "R"
              ADD CH-VALOR TO W-TTOTAL.
           IF CH-SIT = "P"
              ADD 1 TO W-TPEND
              ADD CH-VALOR TO W-TPENDV.
           IF CH-SIT = "A"
              ADD CH-VALOR TO W-TAPROV.
           IF CH-SIT = "R"
              ADD CH-VALOR TO W-TRECUS.
           IF CH-SIT = "F"
              ADD CH-VALOR TO W-TFAT.
           GO TO TOT-CALC1.
       TOT-CALC-FIM.
           EXIT.

      *************************************************
      * APPROVE / REFUSE - ONE ITEM, OR EVERY PRICED  *
      * PENDING ITEM AT ONCE. MEDICATION, EXAM AND    *
      * SERVICE ITEMS MAY BE REPRICED ON THE WAY      *
      *************************************************
      *
       APR-001.
           MOVE ZEROS TO W-ITSEQ
           DISPLAY (21, 02)
              "ITEM SEQ (000 = APPROVE EVERY PRICED PENDING ITEM) : "
           ACCEPT (21, 56) W-ITSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 02) LIMPA
           IF W-ACT = 01
              GO TO APR-FIM.
           IF W-ITSEQ = ZEROS
              GO TO APR-TODOS.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE W-ITSEQ TO CH-SEQ
           READ CADCONTH
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM NOT ON THIS ACCOUNT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-001.
           PERFORM ITEM-LINHA THRU ITEM-LINHA-FIM
           DISPLAY (22, 01) LIN-ITEM
           IF CH-SIT = "F" OR CH-SIT = "J"
              MOVE "*** ITEM ALREADY BILLED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (22, 01) LIMPA
              GO TO APR-001.
           IF CH-TIPO = "D" OR CH-TIPO = "T"
              GO TO APR-DECIDE.
           MOVE CH-QTD TO W-ITQTD
           MOVE CH-VALUNIT TO W-ITUNIT
           DISPLAY ITEMTELA.
       APR-QTD.
           ACCEPT TITQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO APR-LIMPA.
           IF W-ITQTD = ZEROS
              MOVE "*** ENTER THE QUANTITY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-QTD.
       APR-UNIT.
           ACCEPT TITUNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO APR-QTD.
           MOVE CH-JAFAT TO W-ITJAFAT
           PERFORM ITEM-CALC THRU ITEM-CALC-FIM
           MOVE W-ITQTD TO CH-QTD
           MOVE W-ITUNIT TO CH-VALUNIT
           MOVE W-ITVALOR TO CH-VALOR.
       APR-DECIDE.
           MOVE "A" TO W-OPCAO
           DISPLAY (23, 02) "A=APPROVE  R=REFUSE  P=LEAVE PENDING : "
           ACCEPT (23, 42) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 02) LIMPA
           IF W-ACT = 01
              GO TO APR-LIMPA.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
                                AND W-OPCAO NOT = "P"
              GO TO APR-DECIDE.
           IF W-OPCAO = "A" AND CH-VALOR = ZEROS
              MOVE "*** NOTHING TO BILL - PRICE IT OR REFUSE ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-DECIDE.
           MOVE W-OPCAO TO CH-SIT
           REWRITE REGCONTH
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ITEM UPDATED ***" TO MENS
           ELSE
              MOVE "ERROR UPDATING AN ACCOUNT ITEM" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APR-LIMPA.
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           PERFORM TOT-MOSTRA THRU TOT-MOSTRA-FIM
           GO TO APR-001.

      *    AN ITEM WITHOUT A PRICE STAYS PENDING FOR A DECISION
       APR-TODOS.
           MOVE "Y" TO W-OPCAO
           DISPLAY (23, 02) "APPROVE EVERY PRICED PENDING ITEM (Y/N) : "
           ACCEPT (23, 45) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 02) LIMPA
           IF W-ACT = 01 OR W-OPCAO NOT = "Y" AND W-OPCAO NOT = "y"
              GO TO APR-001.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO APR-TODOS-FIM.
       APR-TODOS1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO APR-TODOS-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO APR-TODOS-FIM.
           IF CH-SIT NOT = "P" OR CH-VALOR = ZEROS
              GO TO APR-TODOS1.
           MOVE "A" TO CH-SIT
           REWRITE REGCONTH
           GO TO APR-TODOS1.
       APR-TODOS-FIM.
           MOVE "*** PRICED PENDING ITEMS APPROVED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-FIM.

       APR-FIM.
           MOVE ZEROS TO W-PAGSEQ
           PERFORM LIS-PAGINA THRU LIS-PAGINA-FIM
           PERFORM TOT-MOSTRA THRU TOT-MOSTRA-FIM
           GO TO ACE-001.

      *************************************************
      * INCLUDE A SERVICE KEYED BY BILLING - PRICED   *
      * FROM THE TABLE WHEN IT HAS THE SERVICE        *
      *************************************************
      *
       INS-001.
           MOVE SPACES TO W-ITDESCR
           DISPLAY (21, 02) "SERVICE : "
           ACCEPT (21, 12) W-ITDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INS-LIMPA.
           IF W-ITDESCR = SPACES
              MOVE "*** ENTER THE SERVICE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INS-001.
           MOVE "S" TO TP-TIPO
           MOVE W-ITDESCR TO TP-NOME
           PERFORM PRECO-BUSCA THRU PRECO-BUSCA-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO W-ITDATA
           IF EP-ALTADATA NOT = ZEROS
              MOVE EP-ALTADATA TO W-ITDATA.
           DISPLAY (21, 45) "DONE ON (YYYYMMDD) : ".
       INS-DATA.
           ACCEPT (21, 66) W-ITDATA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INS-001.
           MOVE W-ITDATA TO W-DATACHK
           IF W-DC-ANO < 1900 OR W-DC-MES < 1 OR W-DC-MES > 12
              OR W-DC-DIA < 1 OR W-DC-DIA > 31
              OR W-ITDATA < EP-ADMDATA
              MOVE "*** ENTER A DATE WITHIN THE STAY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INS-DATA.
           MOVE 1 TO W-ITQTD
           DISPLAY (21, 02) LIMPA
           DISPLAY ITEMTELA.
       INS-QTD.
           ACCEPT TITQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INS-001.
           IF W-ITQTD = ZEROS
              MOVE "*** ENTER THE QUANTITY ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INS-QTD.
       INS-UNIT.
           ACCEPT TITUNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INS-QTD.
           IF W-ITUNIT = ZEROS
              MOVE "*** ENTER THE UNIT PRICE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INS-UNIT.
       INS-OPC.
           MOVE "Y" TO W-OPCAO
           DISPLAY (23, 40) "SAVE (Y/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 40) LIMPA
           IF W-ACT = 01
              GO TO INS-UNIT.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DATA REFUSED BY THE OPERATOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INS-LIMPA.
           IF W-OPCAO NOT = "Y" AND "y"
              GO TO INS-OPC.
           MOVE "S"    TO W-ITTIPO
           MOVE SPACES TO W-ITORIGEM
           MOVE ZEROS  TO W-ITJAFAT W-JAFATNUM
           PERFORM ITEM-POE THRU ITEM-POE-FIM
           MOVE "*** SERVICE ADDED PENDING REVIEW ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INS-LIMPA.
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           GO TO APR-FIM.

      *************************************************
      * REVIEW COPY FOR BILLING - ITEMS GROUPED BY    *
      * KIND WITH SUBTOTALS, WHAT THE MONTHLY RUNS    *
      * ALREADY BILLED, AND THE TOTALS BY SITUATION   *
      *************************************************
      *
       IMP-001.
           OPEN OUTPUT RELCONTA
           IF ST-ERRO6 NOT = "00"
              MOVE "ERROR CREATING THE REPORT FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJEN TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CPF TO RPCPF
           MOVE W-PACNOME TO RPNOME
           MOVE LIN-PAC TO LINHA-REL
           WRITE LINHA-REL
           MOVE EP-ADMDATA TO RIADM
           MOVE EP-ADMHORA TO RIHORA
           MOVE EP-QUARTO TO RIQUARTO
           MOVE "IN HOUSE" TO RIALTA
           IF EP-ALTADATA NOT = ZEROS
              MOVE EP-ALTADATA TO LAALTA
              MOVE LAALTA TO RIALTA.
           MOVE LIN-INTER TO LINHA-REL
           WRITE LINHA-REL
           MOVE "SELF-PAY (CASH DESK)" TO RFCONV
           IF W-CONVFAT NOT = ZEROS
              MOVE W-CONVFAT TO LCCONV
              MOVE NOUNCONV TO LCNOME
              MOVE LIN-CONV TO RFCONV.
           MOVE EP-GUIA TO RFGUIA
           MOVE LIN-FATPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-TIND.
       IMP-GRUPO.
           IF W-TIND > 5
              GO TO IMP-RODAPE.
           PERFORM IMP-TIPO THRU IMP-TIPO-FIM
           ADD 1 TO W-TIND
           GO TO IMP-GRUPO.
       IMP-RODAPE.
           PERFORM TOT-CALC THRU TOT-CALC-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ACCOUNT TOTAL (EXCEPT REFUSED) ........" TO RRTEXTO
           MOVE W-TTOTAL TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  ALREADY BILLED BY THE MONTHLY RUNS ..." TO RRTEXTO
           MOVE W-TJAFAT TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  PENDING REVIEW ......................" TO RRTEXTO
           MOVE W-TPENDV TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  APPROVED, TO BE RELEASED ............" TO RRTEXTO
           MOVE W-TAPROV TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  RELEASED TO BILLING ................." TO RRTEXTO
           MOVE W-TFAT TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE "REFUSED (NOT BILLED) .................." TO RRTEXTO
           MOVE W-TRECUS TO RRVALOR
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-ASSINA TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELCONTA
           MOVE "*** REVIEW COPY RELCONTA.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *------[ ONE KIND OF ITEM (W-TIPOTB(W-TIND)) WITH ITS ]-----------
      *------[ SUBTOTAL - NOTHING WHEN THERE IS NONE        ]-----------
       IMP-TIPO.
           MOVE ZEROS TO W-TGRUPO W-LINHA
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO IMP-TIPO-FIM.
       IMP-TIPO1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMP-TIPO2.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO IMP-TIPO2.
           IF CH-TIPO NOT = W-TIPOTB(W-TIND)
              GO TO IMP-TIPO1.
           IF W-LINHA = ZEROS
              PERFORM IMP-CABGRUPO THRU IMP-CABGRUPO-FIM
              MOVE 1 TO W-LINHA.
           MOVE CH-SEQ     TO RDSEQ
           MOVE CH-DATA    TO RDDATA
           MOVE CH-DESCR   TO RDDESCR
           MOVE CH-QTD     TO RDQTD
           MOVE CH-VALUNIT TO RDUNIT
           COMPUTE W-ITBRUTO = CH-VALOR + CH-JAFAT
           MOVE W-ITBRUTO  TO RDVALOR
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           MOVE W-SITTXT   TO RDSIT
           IF CH-SIT = "P"
              MOVE "PEND " TO RDSIT.
           IF CH-SIT = "P" AND CH-VALUNIT = ZEROS
              MOVE "NOPRC" TO RDSIT.
           IF CH-SIT = "A"
              MOVE "APPRV" TO RDSIT.
           IF CH-SIT = "R"
              MOVE "REFSD" TO RDSIT.
           IF CH-SIT = "J"
              MOVE "PRIOR" TO RDSIT.
           IF CH-SIT = "F"
              MOVE "BILLD" TO RDSIT.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           IF CH-JAFAT NOT = ZEROS
              MOVE CH-FATNUM TO RMFATNUM
              MOVE CH-JAFAT TO RMVALOR
              MOVE LIN-MENOS TO LINHA-REL
              WRITE LINHA-REL.
           IF CH-SIT NOT = "R"
              ADD CH-VALOR TO W-TGRUPO.
           GO TO IMP-TIPO1.
       IMP-TIPO2.
           IF W-LINHA = ZEROS
              GO TO IMP-TIPO-FIM.
           MOVE W-TGRUPO TO RSVALOR
           MOVE LIN-SUBTOT TO LINHA-REL
           WRITE LINHA-REL.
       IMP-TIPO-FIM.
           EXIT.

       IMP-CABGRUPO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-TIPOTB(W-TIND) = "D"
              MOVE "PER-DIEMS" TO RGNOME.
           IF W-TIPOTB(W-TIND) = "M"
              MOVE "MEDICATION" TO RGNOME.
           IF W-TIPOTB(W-TIND) = "E"
              MOVE "EXAMS" TO RGNOME.
           IF W-TIPOTB(W-TIND) = "T"
              MOVE "AMBULANCE TRIPS" TO RGNOME.
           IF W-TIPOTB(W-TIND) = "S"
              MOVE "OTHER SERVICES" TO RGNOME.
           MOVE LIN-GRUPO TO LINHA-REL
           WRITE LINHA-REL.
       IMP-CABGRUPO-FIM.
           EXIT.

      *************************************************
      * RELEASE THE APPROVED ITEMS TO CADFATUR. AN    *
      * AGREEMENT GETS ONE LINE PER ITEM; A SELF-PAY  *
      * PATIENT ONE BALANCE LINE (TYPE H) FOR THE     *
      * CASH DESK. PER-DIEMS AND TRIPS GO OUT UNDER   *
      * THE KEY SMP057/SMP135 BILL THEM UNDER, SO A   *
      * LATER MONTHLY RUN SEES THEM AS BILLED         *
      *************************************************
      *
       FAT-001.
           IF EP-ALTADATA = ZEROS
              MOVE "*** PATIENT STILL ADMITTED - NOT RELEASED ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM TOT-CALC THRU TOT-CALC-FIM
           IF W-TPEND NOT = ZEROS
              MOVE "*** ITEMS STILL PENDING REVIEW ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-TAPROV = ZEROS
              MOVE "*** NO APPROVED ITEM TO RELEASE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       FAT-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 02) "RELEASE APPROVED ITEMS TO BILLING (Y/N) : "
           ACCEPT (23, 45) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 02) LIMPA
           IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
              GO TO ACE-001.
           IF W-OPCAO NOT = "Y" AND "y"
              GO TO FAT-OPC.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-NLINHAS W-MUDOU W-VALFAT W-PRIMFAT
           MOVE SPACES TO W-CONTACHAVE
           STRING "H" DELIMITED BY SIZE
                  W-CPF DELIMITED BY SIZE
                  EP-ADMDATA DELIMITED BY SIZE
                  INTO W-CONTACHAVE
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           PERFORM FAT-CONFERE THRU FAT-CONFERE-FIM
           IF W-CONVFAT = ZEROS
              GO TO FAT-PART.

           PERFORM FAT-ITENS THRU FAT-ITENS-FIM
           GO TO FAT-FIM.

      *    SELF-PAY - THE APPROVED TOTAL GOES OUT AS ONE BALANCE,
      *    SPLIT ONLY WHEN IT EXCEEDS WHAT ONE INVOICE LINE HOLDS
       FAT-PART.
           PERFORM TOT-CALC THRU TOT-CALC-FIM
           IF W-TAPROV = ZEROS
              GO TO FAT-FIM.
           MOVE W-TAPROV TO W-RESTO
           MOVE "H" TO W-FTTIPO
           MOVE W-CONTACHAVE TO W-FTCHAVE
           PERFORM FAT-GRAVA THRU FAT-GRAVA-FIM
           IF W-PRIMFAT = ZEROS
              GO TO FAT-FIM.
           PERFORM FAT-MARCA THRU FAT-MARCA-FIM.

       FAT-FIM.
           MOVE W-NLINHAS TO LTQTD
           IF W-MUDOU NOT = ZEROS
              MOVE "*** SOME ITEMS CHANGED - BUILD AND REVIEW ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-NLINHAS = ZEROS
              MOVE "*** NOTHING RELEASED ***" TO MENS
           ELSE
              MOVE "*** APPROVED ITEMS RELEASED TO BILLING ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-FIM.

      *------[ A PER-DIEM OR TRIP A MONTHLY RUN HAS BILLED SINCE THE ]--
      *------[ REVIEW GOES BACK TO PENDING INSTEAD OF OUT AGAIN      ]--
       FAT-CONFERE.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO FAT-CONFERE-FIM.
       FAT-CONFERE1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO FAT-CONFERE-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO FAT-CONFERE-FIM.
           IF CH-SIT NOT = "A"
              GO TO FAT-CONFERE1.
           IF CH-TIPO NOT = "D" AND CH-TIPO NOT = "T"
              GO TO FAT-CONFERE1.
           MOVE CH-ORIGEM TO W-SAVCHAVE
           PERFORM SOMA-FATURADO THRU SOMA-FATURADO-FIM
           IF W-ITJAFAT = CH-JAFAT
              GO TO FAT-CONFERE1.
           MOVE "P" TO CH-SIT
           REWRITE REGCONTH
           ADD 1 TO W-MUDOU
           GO TO FAT-CONFERE1.
       FAT-CONFERE-FIM.
           EXIT.

      *------[ AGREEMENT - ONE CADFATUR LINE PER APPROVED ITEM ]--------
       FAT-ITENS.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO FAT-ITENS-FIM.
       FAT-ITENS1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO FAT-ITENS-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO FAT-ITENS-FIM.
           IF CH-SIT NOT = "A"
              GO TO FAT-ITENS1.
           MOVE CH-TIPO TO W-FTTIPO
           MOVE W-CONTACHAVE TO W-FTCHAVE
           IF CH-TIPO = "D" OR CH-TIPO = "T"
              MOVE CH-ORIGEM TO W-FTCHAVE.
           MOVE CH-VALOR TO W-RESTO
           MOVE ZEROS TO W-PRIMFAT
           PERFORM FAT-GRAVA THRU FAT-GRAVA-FIM
           IF W-PRIMFAT = ZEROS
              GO TO FAT-ITENS-FIM.
           MOVE "F" TO CH-SIT
           MOVE W-PRIMFAT TO CH-FATNUM
           REWRITE REGCONTH
           GO TO FAT-ITENS1.
       FAT-ITENS-FIM.
           EXIT.

      *------[ SELF-PAY - EVERY APPROVED ITEM POINTS AT THE BALANCE ]---
       FAT-MARCA.
           MOVE W-CPF TO CH-CPF
           MOVE EP-ADMDATA TO CH-ADMDATA
           MOVE EP-ADMHORA TO CH-ADMHORA
           MOVE ZEROS TO CH-SEQ
           START CADCONTH KEY IS NOT LESS CHAVECONTH INVALID KEY
                 GO TO FAT-MARCA-FIM.
       FAT-MARCA1.
           READ CADCONTH NEXT
           IF ST-ERRO NOT = "00"
              GO TO FAT-MARCA-FIM.
           IF CH-CPF NOT = W-CPF OR CH-ADMDATA NOT = EP-ADMDATA
                                 OR CH-ADMHORA NOT = EP-ADMHORA
              GO TO FAT-MARCA-FIM.
           IF CH-SIT NOT = "A"
              GO TO FAT-MARCA1.
           MOVE "F" TO CH-SIT
           MOVE W-PRIMFAT TO CH-FATNUM
           REWRITE REGCONTH
           GO TO FAT-MARCA1.
       FAT-MARCA-FIM.
           EXIT.

      *------[ WRITES W-RESTO UNDER W-FTCHAVE/W-FTTIPO AS ONE OR ]------
      *------[ MORE CADFATUR LINES OF AT MOST 99.999,99 EACH.     ]-----
      *------[ W-PRIMFAT COMES BACK WITH THE FIRST LINE NUMBER,   ]-----
      *------[ ZERO WHEN NOTHING COULD BE WRITTEN                 ]-----
       FAT-GRAVA.
           MOVE ZEROS TO W-PRIMFAT.
       FAT-GRAVA1.
           IF W-RESTO = ZEROS
              GO TO FAT-GRAVA-FIM.
           IF W-RESTO > 99999,99
              MOVE 99999,99 TO W-PARCELA
           ELSE
              MOVE W-RESTO TO W-PARCELA.
           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM       TO FATNUM
           MOVE W-CONVFAT       TO FT-CONV
           MOVE W-CPF           TO FT-CPF
           MOVE W-FTCHAVE       TO FT-CHAVEATEN
           MOVE EP-ALTADATA(1:4) TO FT-PERANO
           MOVE EP-ALTADATA(5:2) TO FT-PERMES
           MOVE W-HOJEN         TO FT-DATAFAT
           MOVE W-FTTIPO        TO FT-TIPO
           MOVE W-PARCELA       TO FT-VALOR
           MOVE "O"             TO FT-STATUS
           MOVE ZEROS           TO FT-PAGDATA FT-PAGVALOR FT-BOLETO
           MOVE SPACES          TO FT-SITPAG FT-GLOSA FT-MODAL
           MOVE EP-GUIA         TO FT-GUIA
           IF W-CONVFAT = ZEROS
              MOVE SPACES TO FT-GUIA.
           WRITE REGFATUR
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
              MOVE "ERROR RECORDING AN INVOICE LINE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              SUBTRACT 1 FROM W-PROXNUM
              MOVE ZEROS TO W-PRIMFAT
              GO TO FAT-GRAVA-FIM.
           IF W-PRIMFAT = ZEROS
              MOVE FATNUM TO W-PRIMFAT.
           ADD 1 TO W-NLINHAS
           ADD W-PARCELA TO W-VALFAT
           SUBTRACT W-PARCELA FROM W-RESTO
           GO TO FAT-GRAVA1.
       FAT-GRAVA-FIM.
           EXIT.

      *------[ HIGHEST INVOICE NUMBER ALREADY ON FILE ]-----------------
       NUM-SCAN.
           MOVE ZEROS TO W-PROXNUM FATNUM
           START CADFATUR KEY IS NOT LESS FATNUM INVALID KEY
                 GO TO NUM-SCAN-FIM.
       NUM-SCAN1.
           READ CADFATUR NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO NUM-SCAN-FIM.
           IF FATNUM > W-PROXNUM
              MOVE FATNUM TO W-PROXNUM.
           GO TO NUM-SCAN1.
       NUM-SCAN-FIM.
           EXIT.

      *------[ THE ADMISSION ASKED FOR - THE GIVEN ADMISSION DATE, ]----
      *------[ OR THE LATEST ONE WHEN NONE IS GIVEN. IT IS LEFT   ]-----
      *------[ IN REGEPIS FOR THE REST OF THE PROGRAM             ]-----
       EPIS-ACHA.
           MOVE "N" TO W-EPACHOU
           MOVE SPACES TO W-EPCHAVE
           MOVE W-CPF TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-ACHA-FIM.
       EPIS-ACHA1.
           READ CADEPIS NEXT
           IF ST-ERRO-EP NOT = "00"
              GO TO EPIS-ACHA2.
           IF EP-CPF NOT = W-CPF
              GO TO EPIS-ACHA2.
           IF W-ADMBUSCA NOT = ZEROS AND EP-ADMDATA NOT = W-ADMBUSCA
              GO TO EPIS-ACHA1.
           MOVE "Y" TO W-EPACHOU
           MOVE CHAVEEPIS TO W-EPCHAVE
           IF W-ADMBUSCA = ZEROS
              GO TO EPIS-ACHA1.
       EPIS-ACHA2.
           IF W-EPACHOU NOT = "Y"
              GO TO EPIS-ACHA-FIM.
           MOVE W-EPCHAVE TO CHAVEEPIS
           READ CADEPIS
           IF ST-ERRO-EP NOT = "00"
              MOVE "N" TO W-EPACHOU.
       EPIS-ACHA-FIM.
           EXIT.

      *------[ WHO PAYS - THE PATIENT'S AGREEMENT WHEN IT HAS A PLAN ]--
      *------[ TIER (AS SMP135 DECIDES), OTHERWISE SELF-PAY          ]--
       CONV-ACHA.
           MOVE ZEROS TO W-CONVFAT
           MOVE SPACES TO NOUNCONV
           IF CONVPACI = ZEROS
              GO TO CONV-ACHA-FIM.
           MOVE CONVPACI TO CODCONV
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO3 = "00"
              IF PLANCONV > 0 AND PLANCONV < 13
                 MOVE CONVPACI TO W-CONVFAT.
       CONV-ACHA-FIM.
           EXIT.

       ALTA-TEXTO.
           MOVE SPACES TO LATIPO
           IF EP-ALTATIPO = "A"
              MOVE "ROUTINE DISCHARGE" TO LATIPO.
           IF EP-ALTATIPO = "O"
              MOVE "DECEASED" TO LATIPO.
           IF EP-ALTATIPO = "E"
              MOVE "LEFT WITHOUT DISCHARGE" TO LATIPO.
       ALTA-TEXTO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONTH CADFATUR CADEPIS CADPACI CADCONV.
           IF W-TPAVAIL = "Y"
              CLOSE CADTABPR.
           IF W-QTAVAIL = "Y"
              CLOSE CADQUARTO.
           IF W-MAAVAIL = "Y"
              CLOSE CADMAR.
           IF W-ORAVAIL = "Y"
              CLOSE CADORDER.
           IF W-TRAVAIL = "Y"
              CLOSE VEHTRIP.
           IF W-ATAVAIL = "Y"
              CLOSE CADAMBTX.
           IF W-DPAVAIL = "Y"
              CLOSE CADDESP.
           IF W-TUAVAIL = "Y"
              CLOSE CADTUSS.
           IF W-TCAVAIL = "Y"
              CLOSE CADTUSCV.
       ROT-FIM2.
           STOP RUN.

      *---------[ MESSAGE ROUTINE ]---------------------
       ROT-MENS.
               DISPLAY (23, 12) MENS.
       ROT-MENS1.
       ROT-MENS2.
               MOVE 150 TO W-ESPERA
               PERFORM ROT-ESPERA THRU ROT-ESPERA-FIM
               MOVE SPACES TO MENS
               DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------[ ROTINA DE ESPERA - ELAPSED-TIME PAUSE ]---*
      *    HOLDS THE SCREEN FOR W-ESPERA HUNDREDTHS OF A
      *    SECOND, CHECKED AGAINST THE SYSTEM CLOCK INSTEAD
      *    OF A CPU-SPEED-DEPENDENT ITERATION COUNT.
       ROT-ESPERA.
                ACCEPT W-HORAINI FROM TIME.
       ROT-ESPERA1.
                ACCEPT W-HORAFIM FROM TIME
                COMPUTE W-SEGINI = W-HORAINI-HH * 360000 +
                                    W-HORAINI-MM * 6000 +
                                    W-HORAINI-SS * 100 +
                                    W-HORAINI-CC
                COMPUTE W-SEGFIM = W-HORAFIM-HH * 360000 +
                                    W-HORAFIM-MM * 6000 +
                                    W-HORAFIM-SS * 100 +
                                    W-HORAFIM-CC
                COMPUTE W-DECOR = W-SEGFIM - W-SEGINI
                IF W-DECOR < 0
                   ADD 8640000 TO W-DECOR.
                IF W-DECOR < W-ESPERA
                   GO TO ROT-ESPERA1.
       ROT-ESPERA-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERATION PERFORMED SUCCESSFULLY
      *    10 = END OF FILE
      *    22 = RECORD ALREADY REGISTERED
      *    23 = RECORD NOT FOUND
      *    30 = FILE NOT FOUND
      *    NOTE: PER-DIEMS COUNT THE NIGHTS SPENT ON THE SAME 30/360
      *    CONVENTION AS SMP057. A DOSE IS CHARGED ONCE CHARTED
      *    GIVEN (CADMAR STATUS G); AN EXAM ONCE ITS RESULT IS IN,
      *    PRICED BY TUSS CODE LIKE THE VISIT EXAMS OF SMP052.
      *    CONSULTATIONS STAY WITH SMP052. THE SELF-PAY BALANCE
      *    (CADFATUR TYPE H, AGREEMENT 0000) IS SETTLED ON THE
      *    SMP056 T OPTION.

      *---------------------*** END OF PROGRAM ***--------------------*
