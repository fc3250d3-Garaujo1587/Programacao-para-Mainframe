      *    REOPENING IT OUTPUT - THE SAME TWO-PASS IDIOM SMP041
      *    USES FOR THE DELETION-LOG PURGE. RUN ONCE, BEFORE THE
      *    FIRST USE OF THE UPDATED PROGRAMS; A FILE ALREADY IN
      *    THE NEW LAYOUT IS REPORTED AND LEFT UNTOUCHED. THE ONE
      *    EXCEPTION IS CADOPER, WHOSE PASSWORDS ARE REISSUED IF
      *    THEY WERE HASHED BY AN EARLIER SMPHASH (SEE CNV-OPER4).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS NQ-PLANOQ WITH DUPLICATES
                    FILE STATUS  IS ST-N9.

       SELECT MIDOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MO-OPERID
                    FILE STATUS  IS ST-M1.

       SELECT MIDOPER2 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PO-OPERID
                    FILE STATUS  IS ST-M4.

       SELECT MIDATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MA-CHAVE
                    ALTERNATE RECORD KEY IS MA-CPF WITH DUPLICATES
                    FILE STATUS  IS ST-M2.

       SELECT MIDQUARTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MQ-QUARTO
                    ALTERNATE RECORD KEY IS MQ-PLANOQ WITH DUPLICATES
                    FILE STATUS  IS ST-M3.

       SELECT OLDSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-CHAVE
                    FILE STATUS  IS ST-O10.

       SELECT NEWSTOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NS-CHAVE
                    FILE STATUS  IS ST-N10.

       SELECT OLDRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-RECNUM
                    ALTERNATE RECORD KEY IS OB-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS OB-CHAVEATEN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-O11.

       SELECT NEWRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NB-RECNUM
                    ALTERNATE RECORD KEY IS NB-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NB-CHAVEATEN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-N11.

       SELECT OLDVEH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OE-PLATE
                    ALTERNATE RECORD KEY IS OE-NAMEP WITH DUPLICATES
                    FILE STATUS  IS ST-O12.

       SELECT NEWVEH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NE-PLATE
                    ALTERNATE RECORD KEY IS NE-NAMEP WITH DUPLICATES
                    FILE STATUS  IS ST-N12.

       SELECT OLDAGEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OG-CHAVE
                    FILE STATUS  IS ST-O13.

       SELECT NEWAGEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NG-CHAVE
                    FILE STATUS  IS ST-N13.

       SELECT OLDFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OF-FATNUM
                    ALTERNATE RECORD KEY IS OF-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS OF-CHAVEATEN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-O14.

       SELECT NEWFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-FATNUM
                    ALTERNATE RECORD KEY IS NF-CONV WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NF-CHAVEATEN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-N14.

       SELECT OLDEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OI-CHAVE
                    FILE STATUS  IS ST-O15.

       SELECT NEWEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NI-CHAVE
                    FILE STATUS  IS ST-N15.

       SELECT OLDORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OX-CHAVE
                    ALTERNATE RECORD KEY IS OX-CPF WITH DUPLICATES
                    FILE STATUS  IS ST-O16.

       SELECT NEWORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NX-CHAVE
                    ALTERNATE RECORD KEY IS NX-CPF WITH DUPLICATES
                    FILE STATUS  IS ST-N16.

       SELECT OLDPERCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OT-PERIODO
                    FILE STATUS  IS ST-O17.

       SELECT NEWPERCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-PERIODO
                    FILE STATUS  IS ST-N17.

       SELECT CONVTEMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CT.
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 OO-REG.
          03 OO-OPERID     PIC X(08).
          03 OO-SENHA      PIC X(08).
          03 OO-CLASSE     PIC X(01).

       FD NEWOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 NO-REG.
          03 NO-OPERID     PIC X(08).
          03 NO-VERS       PIC X(01).
          03 NO-SENHA      PIC X(07).
          03 NO-CLASSE     PIC X(01).
          03 NO-FAILCOUNT  PIC 9(02).
          03 NO-LOCKFLAG   PIC X(01).
          03 NO-LASTPWD    PIC 9(08).
          03 NO-UNIOPER    PIC 9(02).
          03 NO-TROCA      PIC X(01).
          03 NO-SALT       PIC X(08).
          03 NO-HASH       PIC X(36).
          03 NO-HIST       PIC X(220).

       FD OLDATEN
               LABEL RECORD IS STANDARD
          03 NA-CPF        PIC 9(11).
          03 NA-RESTO      PIC X(38).
          03 NA-OUTCOME    PIC X(01).
          03 NA-UNIATEN    PIC 9(02).

       FD OLDPACI
               LABEL RECORD IS STANDARD
          03 NQ-PLANOQ     PIC 9(02).
          03 NQ-CPF        PIC 9(11).
          03 NQ-STATUS     PIC X(01).
          03 NQ-UNIQ       PIC 9(02).

      *    THE INTERIM CADOPER / CADATEN / CADQUARTO SHAPES (EVERY
      *    FIELD BUT THE UNIT) - CONVERTED BY CNV-OPER2, CNV-ATEN2
      *    AND CNV-QUARTO2
       FD MIDOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 MO-REG.
          03 MO-OPERID     PIC X(08).
          03 MO-SENHA      PIC X(08).
          03 MO-CLASSE     PIC X(01).
          03 MO-FAILCOUNT  PIC 9(02).
          03 MO-LOCKFLAG   PIC X(01).
          03 MO-LASTPWD    PIC 9(08).

      *    CADOPER WITH THE UNIT BUT THE PASSWORD STILL IN CLEAR TEXT
      *    - CONVERTED BY CNV-OPER3
       FD MIDOPER2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 PO-REG.
          03 PO-OPERID     PIC X(08).
          03 PO-SENHA      PIC X(08).
          03 PO-CLASSE     PIC X(01).
          03 PO-FAILCOUNT  PIC 9(02).
          03 PO-LOCKFLAG   PIC X(01).
          03 PO-LASTPWD    PIC 9(08).
          03 PO-UNIOPER    PIC 9(02).

       FD MIDATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 MA-REG.
          03 MA-CHAVE      PIC X(20).
          03 MA-CPF        PIC 9(11).
          03 MA-RESTO      PIC X(38).
          03 MA-OUTCOME    PIC X(01).

       FD MIDQUARTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUARTO.DAT".
       01 MQ-REG.
          03 MQ-QUARTO     PIC 9(04).
          03 MQ-PLANOQ     PIC 9(02).
          03 MQ-RESTO      PIC X(12).

      *    CADSTOCK AND CADAGEND TAKE THE UNIT INSIDE THE KEY, SO
      *    THE FIELD IS INSERTED RATHER THAN APPENDED
       FD OLDSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
       01 OS-REG.
          03 OS-CHAVE      PIC X(40).
          03 OS-RESTO      PIC X(18).

       FD NEWSTOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTOCK.DAT".
       01 NS-REG.
          03 NS-CHAVE.
             05 NS-DROGALOTE PIC X(40).
             05 NS-UNIDADE PIC 9(02).
          03 NS-RESTO      PIC X(18).

       FD OLDRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 OB-REG.
          03 OB-RECNUM     PIC 9(08).
          03 OB-DATA       PIC 9(08).
          03 OB-RESTO1     PIC X(23).
          03 OB-CHAVEATEN  PIC X(20).
          03 OB-RESTO2     PIC X(08).

       FD NEWRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 NB-REG.
          03 NB-RECNUM     PIC 9(08).
          03 NB-DATA       PIC 9(08).
          03 NB-RESTO1     PIC X(23).
          03 NB-CHAVEATEN  PIC X(20).
          03 NB-RESTO2     PIC X(08).
          03 NB-NFSSIT     PIC X(01).
          03 NB-NFSNUM     PIC 9(08).
          03 NB-NFSCOD     PIC X(08).
          03 NB-NFSRET     PIC X(02).
          03 NB-NFSTENT    PIC 9(02).
          03 NB-TRANSID    PIC X(20).
          03 NB-AUTSIT     PIC X(01).
          03 NB-CONCSIT    PIC X(01).
          03 NB-CONCDATA   PIC 9(08).
          03 NB-UNIDADE    PIC 9(02).

       FD OLDVEH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
       01 OE-REG.
          03 OE-PLATE      PIC X(07).
          03 OE-NAMEP      PIC X(30).
          03 OE-RESTO      PIC X(58).

       FD NEWVEH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEHREG.DAT".
       01 NE-REG.
          03 NE-PLATE      PIC X(07).
          03 NE-NAMEP      PIC X(30).
          03 NE-RESTO      PIC X(58).
          03 NE-UNIDV      PIC 9(02).

       FD OLDAGEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
       01 OG-REG.
          03 OG-CHAVE.
             05 OG-MED     PIC X(08).
             05 OG-DIASEM  PIC 9(01).
          03 OG-RESTO      PIC X(11).

       FD NEWAGEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
       01 NG-REG.
          03 NG-CHAVE.
             05 NG-MED     PIC X(08).
             05 NG-UNIDADE PIC 9(02).
             05 NG-DIASEM  PIC 9(01).
          03 NG-RESTO      PIC X(11).

       FD OLDFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 OF-REG.
          03 OF-FATNUM     PIC 9(08).
          03 OF-CONV       PIC 9(04).
          03 OF-CPF        PIC 9(11).
          03 OF-CHAVEATEN  PIC X(20).
          03 OF-RESTO      PIC X(69).

       FD NEWFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 NF-REG.
          03 NF-FATNUM     PIC 9(08).
          03 NF-CONV       PIC 9(04).
          03 NF-CPF        PIC 9(11).
          03 NF-CHAVEATEN  PIC X(20).
          03 NF-RESTO      PIC X(69).
          03 NF-GUIA       PIC X(20).
          03 NF-BOLETO     PIC 9(10).
          03 NF-MODAL      PIC X(01).

       FD OLDEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
       01 OI-REG.
          03 OI-CHAVE      PIC X(23).
          03 OI-RESTO      PIC X(32).

       FD NEWEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
       01 NI-REG.
          03 NI-CHAVE      PIC X(23).
          03 NI-RESTO      PIC X(32).
          03 NI-GUIA       PIC X(20).

       FD OLDORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
       01 OX-REG.
          03 OX-CHAVE      PIC X(22).
          03 OX-CPF        PIC 9(11).
          03 OX-RESTO      PIC X(55).

       FD NEWORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
       01 NX-REG.
          03 NX-CHAVE      PIC X(22).
          03 NX-CPF        PIC 9(11).
          03 NX-RESTO      PIC X(55).
          03 NX-GUIA       PIC X(20).

       FD OLDPERCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERCT.DAT".
       01 OT-REG.
          03 OT-PERIODO    PIC 9(06).
          03 OT-RESTO      PIC X(15).

       FD NEWPERCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERCT.DAT".
       01 NT-REG.
          03 NT-PERIODO    PIC 9(06).
          03 NT-RESTO      PIC X(15).
          03 NT-BPASIT     PIC X(01).
          03 NT-BPADATA    PIC 9(08).

       FD CONVTEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVTEMP.DAT".
       01 CT-REC           PIC X(295).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-O8         PIC X(02) VALUE "00".
       01 ST-O9         PIC X(02) VALUE "00".
       01 ST-N9         PIC X(02) VALUE "00".
       01 ST-M1         PIC X(02) VALUE "00".
       01 ST-M2         PIC X(02) VALUE "00".
       01 ST-M3         PIC X(02) VALUE "00".
       01 ST-M4         PIC X(02) VALUE "00".
       01 ST-O10        PIC X(02) VALUE "00".
       01 ST-N10        PIC X(02) VALUE "00".
       01 ST-O11        PIC X(02) VALUE "00".
       01 ST-N11        PIC X(02) VALUE "00".
       01 ST-O12        PIC X(02) VALUE "00".
       01 ST-N12        PIC X(02) VALUE "00".
       01 ST-O13        PIC X(02) VALUE "00".
       01 ST-N13        PIC X(02) VALUE "00".
       01 ST-O14        PIC X(02) VALUE "00".
       01 ST-N14        PIC X(02) VALUE "00".
       01 ST-O15        PIC X(02) VALUE "00".
       01 ST-N15        PIC X(02) VALUE "00".
       01 ST-O16        PIC X(02) VALUE "00".
       01 ST-N16        PIC X(02) VALUE "00".
       01 ST-O17        PIC X(02) VALUE "00".
       01 ST-N17        PIC X(02) VALUE "00".
       01 ST-ERRO-CT    PIC X(02) VALUE "00".
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-CNT         PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-SALT        PIC X(08) VALUE SPACES.
       01 W-SALTN       PIC 9(08) VALUE ZEROS.
       01 W-SALTW       PIC 9(15) VALUE ZEROS.
       01 W-SALTQ       PIC 9(15) VALUE ZEROS.
       01 W-HSENHA      PIC X(16) VALUE SPACES.
       01 W-HASH        PIC X(36) VALUE SPACES.
       01 W-RESROW      PIC 9(02) VALUE ZEROS.
       01 W-RESPAG      PIC X(01) VALUE SPACES.
       01 W-RESFILE     PIC X(08) VALUE SPACES.
       01 W-RESTXT      PIC X(38) VALUE SPACES.
       01 W-RESNUM.
           05  LINE 04  COLUMN 01
               VALUE  "  REBUILDS CADOPER/CADATEN/CADPACI/CADMED/".
           05  LINE 04  COLUMN 43
               VALUE  "CADCID/CADCONV/CADPRESC/CADQUARTO/".
           05  LINE 05  COLUMN 01
               VALUE  "  CADSTOCK/CADRECIB/VEHREG/CADAGEND/".
           05  LINE 05  COLUMN 37
               VALUE  "CADFATUR/CADEPIS/CADORDER/CADPERCT".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".

       INICIO.
           DISPLAY TELACONV
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE 5 TO W-RESROW.

       CNV-OPC.
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "Y" AND "y"
              GO TO CNV-OPC.
           DISPLAY (21, 02) LIMPA
           DISPLAY (21, 40) LIMPA

           PERFORM CNV-OPER THRU CNV-OPER-FIM
           PERFORM CNV-OPER2 THRU CNV-OPER2-FIM
           PERFORM CNV-OPER3 THRU CNV-OPER3-FIM
           PERFORM CNV-OPER4 THRU CNV-OPER4-FIM
           PERFORM CNV-ATEN THRU CNV-ATEN-FIM
           PERFORM CNV-ATEN2 THRU CNV-ATEN2-FIM
           PERFORM CNV-PACI THRU CNV-PACI-FIM
           PERFORM CNV-MED THRU CNV-MED-FIM
           PERFORM CNV-CID THRU CNV-CID-FIM
           PERFORM CNV-CONV THRU CNV-CONV-FIM
           PERFORM CNV-PRESC THRU CNV-PRESC-FIM
           PERFORM CNV-QUARTO THRU CNV-QUARTO-FIM
           PERFORM CNV-QUARTO2 THRU CNV-QUARTO2-FIM
           PERFORM CNV-STOCK THRU CNV-STOCK-FIM
           PERFORM CNV-RECIB THRU CNV-RECIB-FIM
           PERFORM CNV-VEH THRU CNV-VEH-FIM
           PERFORM CNV-AGEND THRU CNV-AGEND-FIM
           PERFORM CNV-FATUR THRU CNV-FATUR-FIM
           PERFORM CNV-EPIS THRU CNV-EPIS-FIM
           PERFORM CNV-ORDER THRU CNV-ORDER-FIM
           PERFORM CNV-PERCT THRU CNV-PERCT-FIM

           MOVE "*** CONVERSION COMPLETE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ST-O1 NOT = "00"
              GO TO CNV-OPER-P2.
           MOVE OO-OPERID TO NO-OPERID
           MOVE OO-CLASSE TO NO-CLASSE
           MOVE ZEROS     TO NO-FAILCOUNT
           MOVE "N"       TO NO-LOCKFLAG
           MOVE W-HOJE    TO NO-LASTPWD
           MOVE 01        TO NO-UNIOPER
           MOVE OO-SENHA  TO W-HSENHA
           PERFORM CNV-HASHOPER THRU CNV-HASHOPER-FIM
           WRITE CT-REC FROM NO-REG
           ADD 1 TO W-CNT
           GO TO CNV-OPER-RD.
       CNV-OPER-FIM.
           EXIT.

      *------[ CADOPER (INTERIM SHAPE) - APPENDS THE OPERATOR'S ]------
      *------[ UNIT, DEFAULTED TO 01 (MAIN BUILDING)            ]------
       CNV-OPER2.
           MOVE ZEROS TO W-CNT
           OPEN INPUT MIDOPER
           IF ST-M1 NOT = "00"
              MOVE "CADOPER " TO W-RESFILE
              MOVE "NOT IN THE INTERIM (NO-UNIT) LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-OPER2-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MIDOPER
              GO TO CNV-OPER2-FIM.
           MOVE SPACES TO MO-OPERID
           START MIDOPER KEY IS NOT LESS MO-OPERID INVALID KEY
                 GO TO CNV-OPER2-P2.
       CNV-OPER2-RD.
           READ MIDOPER NEXT
           IF ST-M1 NOT = "00"
              GO TO CNV-OPER2-P2.
           MOVE MO-OPERID TO NO-OPERID
           MOVE MO-CLASSE TO NO-CLASSE
           MOVE MO-FAILCOUNT TO NO-FAILCOUNT
           MOVE MO-LOCKFLAG  TO NO-LOCKFLAG
           MOVE MO-LASTPWD   TO NO-LASTPWD
           MOVE 01        TO NO-UNIOPER
           MOVE MO-SENHA  TO W-HSENHA
           PERFORM CNV-HASHOPER THRU CNV-HASHOPER-FIM
           WRITE CT-REC FROM NO-REG
           ADD 1 TO W-CNT
           GO TO CNV-OPER2-RD.
       CNV-OPER2-P2.
           CLOSE MIDOPER CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWOPER
           IF ST-N1 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-OPER2-FIM.
       CNV-OPER2-WR.
           READ CONVTEMP AT END
              GO TO CNV-OPER2-P3.
           MOVE CT-REC TO NO-REG
           WRITE NO-REG
           GO TO CNV-OPER2-WR.
       CNV-OPER2-P3.
           CLOSE CONVTEMP NEWOPER
           MOVE "CADOPER " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-OPER2-FIM.
           EXIT.

      *------[ CADOPER (CLEAR-TEXT PASSWORD) - REPLACES EACH ]---------
      *------[ PASSWORD WITH ITS SALTED HASH AND FLAGS IT TO ]---------
      *------[ BE CHANGED AT THE OPERATOR'S NEXT MENU LOGIN  ]---------
       CNV-OPER3.
           MOVE ZEROS TO W-CNT
           OPEN INPUT MIDOPER2
           IF ST-M4 NOT = "00"
              MOVE "CADOPER " TO W-RESFILE
              MOVE "NOT IN THE CLEAR-PASSWORD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-OPER3-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MIDOPER2
              GO TO CNV-OPER3-FIM.
           MOVE SPACES TO PO-OPERID
           START MIDOPER2 KEY IS NOT LESS PO-OPERID INVALID KEY
                 GO TO CNV-OPER3-P2.
       CNV-OPER3-RD.
           READ MIDOPER2 NEXT
           IF ST-M4 NOT = "00"
              GO TO CNV-OPER3-P2.
           MOVE PO-OPERID    TO NO-OPERID
           MOVE PO-CLASSE    TO NO-CLASSE
           MOVE PO-FAILCOUNT TO NO-FAILCOUNT
           MOVE PO-LOCKFLAG  TO NO-LOCKFLAG
           MOVE PO-LASTPWD   TO NO-LASTPWD
           MOVE PO-UNIOPER   TO NO-UNIOPER
           MOVE PO-SENHA     TO W-HSENHA
           PERFORM CNV-HASHOPER THRU CNV-HASHOPER-FIM
           WRITE CT-REC FROM NO-REG
           ADD 1 TO W-CNT
           GO TO CNV-OPER3-RD.
       CNV-OPER3-P2.
           CLOSE MIDOPER2 CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWOPER
           IF ST-N1 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-OPER3-FIM.
       CNV-OPER3-WR.
           READ CONVTEMP AT END
              GO TO CNV-OPER3-P3.
           MOVE CT-REC TO NO-REG
           WRITE NO-REG
           GO TO CNV-OPER3-WR.
       CNV-OPER3-P3.
           CLOSE CONVTEMP NEWOPER
           MOVE "CADOPER " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-OPER3-FIM.
           EXIT.

      *------[ HASHES THE OLD CLEAR PASSWORD IN W-HSENHA UNDER A ]-----
      *------[ SALT OF ITS OWN, SO THE OPERATOR CAN STILL LOG IN ]-----
      *------[ ONCE WITH IT - AND BLANKS THE CLEAR TEXT          ]-----
       CNV-HASHOPER.
           COMPUTE W-SALTW = W-HOJE * 7919 + W-HORA + W-CNT * 104729
           DIVIDE W-SALTW BY 99999989 GIVING W-SALTQ
                                      REMAINDER W-SALTN
           MOVE W-SALTN TO W-SALT
           CALL "SMPHASH" USING W-SALT W-HSENHA W-HASH
           CANCEL "SMPHASH"
           MOVE SPACES TO NO-SENHA NO-HIST
           MOVE "2"    TO NO-VERS
           MOVE W-SALT TO NO-SALT
           MOVE W-HASH TO NO-HASH
           MOVE "Y"    TO NO-TROCA.
       CNV-HASHOPER-FIM.
           EXIT.

      *------[ CADOPER (CURRENT LAYOUT) - A PASSWORD HASHED BY AN ]----
      *------[ EARLIER SMPHASH CANNOT BE CARRIED OVER, SO IT IS   ]----
      *------[ REISSUED: THE TEMPORARY PASSWORD IS THE OPERATOR   ]----
      *------[ ID ITSELF, TO BE CHANGED AT THE NEXT MENU LOGIN,   ]----
      *------[ AND THE OLD PASSWORD HISTORY IS DROPPED            ]----
       CNV-OPER4.
           MOVE ZEROS TO W-CNT
           OPEN I-O NEWOPER
           IF ST-N1 NOT = "00"
              MOVE "CADOPER " TO W-RESFILE
              MOVE "NOT PRESENT - NO PASSWORDS TO REISSUE" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-OPER4-FIM.
           MOVE SPACES TO NO-OPERID
           START NEWOPER KEY IS NOT LESS NO-OPERID INVALID KEY
                 GO TO CNV-OPER4-P2.
       CNV-OPER4-RD.
           READ NEWOPER NEXT
           IF ST-N1 NOT = "00"
              GO TO CNV-OPER4-P2.
           IF NO-VERS = "2"
              GO TO CNV-OPER4-RD.
           MOVE NO-OPERID TO W-HSENHA
           PERFORM CNV-HASHOPER THRU CNV-HASHOPER-FIM
           REWRITE NO-REG
           IF ST-N1 NOT = "00"
              MOVE "ERROR REISSUING A PASSWORD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CNV-OPER4-P2.
           ADD 1 TO W-CNT
           GO TO CNV-OPER4-RD.
       CNV-OPER4-P2.
           CLOSE NEWOPER
           MOVE "CADOPER " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-OPER4-FIM.
           EXIT.

      *------[ CADATEN - PASS 1 SPLITS TO THE WORK FILE, ]------
      *------[ PASS 2 REBUILDS THE FILE UNDER THE NEW LAYOUT ]------
       CNV-ATEN.
           MOVE OA-CPF   TO NA-CPF
           MOVE OA-RESTO TO NA-RESTO
           MOVE SPACES   TO NA-OUTCOME
           MOVE 01       TO NA-UNIATEN
           WRITE CT-REC FROM NA-REG
           ADD 1 TO W-CNT
           GO TO CNV-ATEN-RD.
       CNV-ATEN-FIM.
           EXIT.

      *------[ CADATEN (INTERIM SHAPE) - APPENDS THE BOOKING'S ]-------
      *------[ UNIT, DEFAULTED TO 01 (MAIN BUILDING)           ]-------
       CNV-ATEN2.
           MOVE ZEROS TO W-CNT
           OPEN INPUT MIDATEN
           IF ST-M2 NOT = "00"
              MOVE "CADATEN " TO W-RESFILE
              MOVE "NOT IN THE INTERIM (NO-UNIT) LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-ATEN2-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MIDATEN
              GO TO CNV-ATEN2-FIM.
           MOVE SPACES TO MA-CHAVE
           START MIDATEN KEY IS NOT LESS MA-CHAVE INVALID KEY
                 GO TO CNV-ATEN2-P2.
       CNV-ATEN2-RD.
           READ MIDATEN NEXT
           IF ST-M2 NOT = "00"
              GO TO CNV-ATEN2-P2.
           MOVE MA-CHAVE  TO NA-CHAVE
           MOVE MA-CPF    TO NA-CPF
           MOVE MA-RESTO  TO NA-RESTO
           MOVE MA-OUTCOME TO NA-OUTCOME
           MOVE 01        TO NA-UNIATEN
           WRITE CT-REC FROM NA-REG
           ADD 1 TO W-CNT
           GO TO CNV-ATEN2-RD.
       CNV-ATEN2-P2.
           CLOSE MIDATEN CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWATEN
           IF ST-N2 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-ATEN2-FIM.
       CNV-ATEN2-WR.
           READ CONVTEMP AT END
              GO TO CNV-ATEN2-P3.
           MOVE CT-REC TO NA-REG
           WRITE NA-REG
           GO TO CNV-ATEN2-WR.
       CNV-ATEN2-P3.
           CLOSE CONVTEMP NEWATEN
           MOVE "CADATEN " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-ATEN2-FIM.
           EXIT.

      *------[ CADPACI - PASS 1 SPLITS TO THE WORK FILE, ]------
      *------[ PASS 2 REBUILDS THE FILE UNDER THE NEW LAYOUT ]------
       CNV-PACI.
           EXIT.

      *------[ CADQUARTO - APPENDS THE HOUSEKEEPING STATUS BYTE: ]------
      *------[ AN OCCUPIED ROOM STARTS O, A FREE ONE STARTS R SO  ]-----
      *------[ THE WARD IS NOT BLOCKED WAITING FOR A CLEANING     ]-----
      *------[ NOBODY ORDERED                                     ]-----
       CNV-QUARTO.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDQUARTO
              MOVE "R" TO NQ-STATUS
           ELSE
              MOVE "O" TO NQ-STATUS.
           MOVE 01 TO NQ-UNIQ
           WRITE CT-REC FROM NQ-REG
           ADD 1 TO W-CNT
           GO TO CNV-QUARTO-RD.
       CNV-QUARTO-FIM.
           EXIT.

      *------[ CADQUARTO (INTERIM SHAPE) - APPENDS THE ROOM'S  ]-------
      *------[ UNIT, DEFAULTED TO 01 (MAIN BUILDING)           ]-------
       CNV-QUARTO2.
           MOVE ZEROS TO W-CNT
           OPEN INPUT MIDQUARTO
           IF ST-M3 NOT = "00"
              MOVE "CADQUART" TO W-RESFILE
              MOVE "NOT IN THE INTERIM (NO-UNIT) LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-QUARTO2-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MIDQUARTO
              GO TO CNV-QUARTO2-FIM.
           MOVE ZEROS TO MQ-QUARTO
           START MIDQUARTO KEY IS NOT LESS MQ-QUARTO INVALID KEY
                 GO TO CNV-QUARTO2-P2.
       CNV-QUARTO2-RD.
           READ MIDQUARTO NEXT
           IF ST-M3 NOT = "00"
              GO TO CNV-QUARTO2-P2.
           MOVE MQ-REG    TO NQ-REG
           MOVE 01        TO NQ-UNIQ
           WRITE CT-REC FROM NQ-REG
           ADD 1 TO W-CNT
           GO TO CNV-QUARTO2-RD.
       CNV-QUARTO2-P2.
           CLOSE MIDQUARTO CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWQUARTO
           IF ST-N9 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-QUARTO2-FIM.
       CNV-QUARTO2-WR.
           READ CONVTEMP AT END
              GO TO CNV-QUARTO2-P3.
           MOVE CT-REC TO NQ-REG
           WRITE NQ-REG
           GO TO CNV-QUARTO2-WR.
       CNV-QUARTO2-P3.
           CLOSE CONVTEMP NEWQUARTO
           MOVE "CADQUART" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-QUARTO2-FIM.
           EXIT.

      *------[ CADSTOCK - EVERY LOT ON FILE IS HELD AT UNIT 01 ]-------
       CNV-STOCK.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDSTOCK
           IF ST-O10 NOT = "00"
              MOVE "CADSTOCK" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-STOCK-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDSTOCK
              GO TO CNV-STOCK-FIM.
           MOVE SPACES TO OS-CHAVE
           START OLDSTOCK KEY IS NOT LESS OS-CHAVE INVALID KEY
                 GO TO CNV-STOCK-P2.
       CNV-STOCK-RD.
           READ OLDSTOCK NEXT
           IF ST-O10 NOT = "00"
              GO TO CNV-STOCK-P2.
           MOVE OS-CHAVE  TO NS-DROGALOTE
           MOVE 01        TO NS-UNIDADE
           MOVE OS-RESTO  TO NS-RESTO
           WRITE CT-REC FROM NS-REG
           ADD 1 TO W-CNT
           GO TO CNV-STOCK-RD.
       CNV-STOCK-P2.
           CLOSE OLDSTOCK CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWSTOCK
           IF ST-N10 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-STOCK-FIM.
       CNV-STOCK-WR.
           READ CONVTEMP AT END
              GO TO CNV-STOCK-P3.
           MOVE CT-REC TO NS-REG
           WRITE NS-REG
           GO TO CNV-STOCK-WR.
       CNV-STOCK-P3.
           CLOSE CONVTEMP NEWSTOCK
           MOVE "CADSTOCK" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-STOCK-FIM.
           EXIT.

      *------[ CADRECIB - RECEIPTS ISSUED SO FAR WERE TAKEN AT ]-------
      *------[ THE MAIN BUILDING'S CASH DESK (UNIT 01), HAVE    ]-------
      *------[ NO NFS-E YET (SMP107 SENDS THEM AT NIGHT) AND    ]-------
      *------[ CARRY NO CARD/PIX AUTHORIZATION OR SETTLEMENT    ]-------
       CNV-RECIB.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDRECIB
           IF ST-O11 NOT = "00"
              MOVE "CADRECIB" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-RECIB-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDRECIB
              GO TO CNV-RECIB-FIM.
           MOVE ZEROS TO OB-RECNUM
           START OLDRECIB KEY IS NOT LESS OB-RECNUM INVALID KEY
                 GO TO CNV-RECIB-P2.
       CNV-RECIB-RD.
           READ OLDRECIB NEXT
           IF ST-O11 NOT = "00"
              GO TO CNV-RECIB-P2.
           MOVE OB-REG    TO NB-REG
           MOVE SPACES    TO NB-NFSSIT NB-NFSCOD NB-NFSRET NB-TRANSID
                             NB-AUTSIT NB-CONCSIT
           MOVE ZEROS     TO NB-NFSNUM NB-NFSTENT NB-CONCDATA
           MOVE 01        TO NB-UNIDADE
           WRITE CT-REC FROM NB-REG
           ADD 1 TO W-CNT
           GO TO CNV-RECIB-RD.
       CNV-RECIB-P2.
           CLOSE OLDRECIB CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWRECIB
           IF ST-N11 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-RECIB-FIM.
       CNV-RECIB-WR.
           READ CONVTEMP AT END
              GO TO CNV-RECIB-P3.
           MOVE CT-REC TO NB-REG
           WRITE NB-REG
           GO TO CNV-RECIB-WR.
       CNV-RECIB-P3.
           CLOSE CONVTEMP NEWRECIB
           MOVE "CADRECIB" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-RECIB-FIM.
           EXIT.

      *------[ VEHREG - THE FLEET IS BASED AT UNIT 01 ]-----------------
       CNV-VEH.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDVEH
           IF ST-O12 NOT = "00"
              MOVE "VEHREG  " TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-VEH-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDVEH
              GO TO CNV-VEH-FIM.
           MOVE SPACES TO OE-PLATE
           START OLDVEH KEY IS NOT LESS OE-PLATE INVALID KEY
                 GO TO CNV-VEH-P2.
       CNV-VEH-RD.
           READ OLDVEH NEXT
           IF ST-O12 NOT = "00"
              GO TO CNV-VEH-P2.
           MOVE OE-REG    TO NE-REG
           MOVE 01        TO NE-UNIDV
           WRITE CT-REC FROM NE-REG
           ADD 1 TO W-CNT
           GO TO CNV-VEH-RD.
       CNV-VEH-P2.
           CLOSE OLDVEH CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWVEH
           IF ST-N12 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-VEH-FIM.
       CNV-VEH-WR.
           READ CONVTEMP AT END
              GO TO CNV-VEH-P3.
           MOVE CT-REC TO NE-REG
           WRITE NE-REG
           GO TO CNV-VEH-WR.
       CNV-VEH-P3.
           CLOSE CONVTEMP NEWVEH
           MOVE "VEHREG  " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-VEH-FIM.
           EXIT.

      *------[ CADAGEND - EVERY WEEKLY TEMPLATE ROW IS WORKED ]--------
      *------[ AT UNIT 01 UNTIL SMP071 MOVES IT                ]--------
       CNV-AGEND.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDAGEND
           IF ST-O13 NOT = "00"
              MOVE "CADAGEND" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-AGEND-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDAGEND
              GO TO CNV-AGEND-FIM.
           MOVE SPACES TO OG-CHAVE
           START OLDAGEND KEY IS NOT LESS OG-CHAVE INVALID KEY
                 GO TO CNV-AGEND-P2.
       CNV-AGEND-RD.
           READ OLDAGEND NEXT
           IF ST-O13 NOT = "00"
              GO TO CNV-AGEND-P2.
           MOVE OG-MED    TO NG-MED
           MOVE 01        TO NG-UNIDADE
           MOVE OG-DIASEM TO NG-DIASEM
           MOVE OG-RESTO  TO NG-RESTO
           WRITE CT-REC FROM NG-REG
           ADD 1 TO W-CNT
           GO TO CNV-AGEND-RD.
       CNV-AGEND-P2.
           CLOSE OLDAGEND CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWAGEND
           IF ST-N13 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-AGEND-FIM.
       CNV-AGEND-WR.
           READ CONVTEMP AT END
              GO TO CNV-AGEND-P3.
           MOVE CT-REC TO NG-REG
           WRITE NG-REG
           GO TO CNV-AGEND-WR.
       CNV-AGEND-P3.
           CLOSE CONVTEMP NEWAGEND
           MOVE "CADAGEND" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-AGEND-FIM.
           EXIT.

      *------[ CADFATUR - LINES RAISED SO FAR QUOTE NO GUIA, WENT ]----
      *------[ OUT ON NO BANK SLIP AND WERE ALL IN-PERSON VISITS   ]----
       CNV-FATUR.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDFATUR
           IF ST-O14 NOT = "00"
              MOVE "CADFATUR" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-FATUR-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDFATUR
              GO TO CNV-FATUR-FIM.
           MOVE ZEROS TO OF-FATNUM
           START OLDFATUR KEY IS NOT LESS OF-FATNUM INVALID KEY
                 GO TO CNV-FATUR-P2.
       CNV-FATUR-RD.
           READ OLDFATUR NEXT
           IF ST-O14 NOT = "00"
              GO TO CNV-FATUR-P2.
           MOVE OF-REG    TO NF-REG
           MOVE SPACES    TO NF-GUIA NF-MODAL
           MOVE ZEROS     TO NF-BOLETO
           WRITE CT-REC FROM NF-REG
           ADD 1 TO W-CNT
           GO TO CNV-FATUR-RD.
       CNV-FATUR-P2.
           CLOSE OLDFATUR CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWFATUR
           IF ST-N14 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-FATUR-FIM.
       CNV-FATUR-WR.
           READ CONVTEMP AT END
              GO TO CNV-FATUR-P3.
           MOVE CT-REC TO NF-REG
           WRITE NF-REG
           GO TO CNV-FATUR-WR.
       CNV-FATUR-P3.
           CLOSE CONVTEMP NEWFATUR
           MOVE "CADFATUR" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-FATUR-FIM.
           EXIT.

      *------[ CADEPIS - EPISODES OPENED SO FAR CARRY NO ]-------------
      *------[ ADMISSION AUTHORIZATION NUMBER            ]-------------
       CNV-EPIS.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDEPIS
           IF ST-O15 NOT = "00"
              MOVE "CADEPIS " TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-EPIS-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDEPIS
              GO TO CNV-EPIS-FIM.
           MOVE SPACES TO OI-CHAVE
           START OLDEPIS KEY IS NOT LESS OI-CHAVE INVALID KEY
                 GO TO CNV-EPIS-P2.
       CNV-EPIS-RD.
           READ OLDEPIS NEXT
           IF ST-O15 NOT = "00"
              GO TO CNV-EPIS-P2.
           MOVE OI-REG    TO NI-REG
           MOVE SPACES    TO NI-GUIA
           WRITE CT-REC FROM NI-REG
           ADD 1 TO W-CNT
           GO TO CNV-EPIS-RD.
       CNV-EPIS-P2.
           CLOSE OLDEPIS CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWEPIS
           IF ST-N15 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-EPIS-FIM.
       CNV-EPIS-WR.
           READ CONVTEMP AT END
              GO TO CNV-EPIS-P3.
           MOVE CT-REC TO NI-REG
           WRITE NI-REG
           GO TO CNV-EPIS-WR.
       CNV-EPIS-P3.
           CLOSE CONVTEMP NEWEPIS
           MOVE "CADEPIS " TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-EPIS-FIM.
           EXIT.

      *------[ CADORDER - EXAM ORDERS PLACED SO FAR CARRY NO ]---------
      *------[ INSURER AUTHORIZATION NUMBER                  ]---------
       CNV-ORDER.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDORDER
           IF ST-O16 NOT = "00"
              MOVE "CADORDER" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-ORDER-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDORDER
              GO TO CNV-ORDER-FIM.
           MOVE SPACES TO OX-CHAVE
           START OLDORDER KEY IS NOT LESS OX-CHAVE INVALID KEY
                 GO TO CNV-ORDER-P2.
       CNV-ORDER-RD.
           READ OLDORDER NEXT
           IF ST-O16 NOT = "00"
              GO TO CNV-ORDER-P2.
           MOVE OX-REG    TO NX-REG
           MOVE SPACES    TO NX-GUIA
           WRITE CT-REC FROM NX-REG
           ADD 1 TO W-CNT
           GO TO CNV-ORDER-RD.
       CNV-ORDER-P2.
           CLOSE OLDORDER CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWORDER
           IF ST-N16 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-ORDER-FIM.
       CNV-ORDER-WR.
           READ CONVTEMP AT END
              GO TO CNV-ORDER-P3.
           MOVE CT-REC TO NX-REG
           WRITE NX-REG
           GO TO CNV-ORDER-WR.
       CNV-ORDER-P3.
           CLOSE CONVTEMP NEWORDER
           MOVE "CADORDER" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-ORDER-FIM.
           EXIT.

      *------[ CADPERCT - NO MONTH HAS BEEN THROUGH THE BPA ]----------
      *------[ EXPORT YET                                    ]----------
       CNV-PERCT.
           MOVE ZEROS TO W-CNT
           OPEN INPUT OLDPERCT
           IF ST-O17 NOT = "00"
              MOVE "CADPERCT" TO W-RESFILE
              MOVE "NOT PRESENT OR NOT IN THE OLD LAYOUT" TO W-RESTXT
              PERFORM CNV-RESULT THRU CNV-RESULT-FIM
              GO TO CNV-PERCT-FIM.
           OPEN OUTPUT CONVTEMP
           IF ST-ERRO-CT NOT = "00"
              MOVE "ERROR CREATING THE WORK FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OLDPERCT
              GO TO CNV-PERCT-FIM.
           MOVE ZEROS TO OT-PERIODO
           START OLDPERCT KEY IS NOT LESS OT-PERIODO INVALID KEY
                 GO TO CNV-PERCT-P2.
       CNV-PERCT-RD.
           READ OLDPERCT NEXT
           IF ST-O17 NOT = "00"
              GO TO CNV-PERCT-P2.
           MOVE OT-REG    TO NT-REG
           MOVE SPACE     TO NT-BPASIT
           MOVE ZEROS     TO NT-BPADATA
           WRITE CT-REC FROM NT-REG
           ADD 1 TO W-CNT
           GO TO CNV-PERCT-RD.
       CNV-PERCT-P2.
           CLOSE OLDPERCT CONVTEMP
           OPEN INPUT CONVTEMP
           OPEN OUTPUT NEWPERCT
           IF ST-N17 NOT = "00"
              MOVE "ERROR REBUILDING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEMP
              GO TO CNV-PERCT-FIM.
       CNV-PERCT-WR.
           READ CONVTEMP AT END
              GO TO CNV-PERCT-P3.
           MOVE CT-REC TO NT-REG
           WRITE NT-REG
           GO TO CNV-PERCT-WR.
       CNV-PERCT-P3.
           CLOSE CONVTEMP NEWPERCT
           MOVE "CADPERCT" TO W-RESFILE
           MOVE SPACES TO W-RESTXT
           MOVE W-CNT TO W-RESCNT
           MOVE W-RESNUM TO W-RESTXT
           PERFORM CNV-RESULT THRU CNV-RESULT-FIM.
       CNV-PERCT-FIM.
           EXIT.

      *------[ ONE RESULT LINE PER FILE ON THE SCREEN ]-----------------
       CNV-RESULT.
      *    A FULL SCREEN OF RESULTS IS HELD UNTIL THE OPERATOR HAS
      *    READ IT, THEN THE RESULT AREA IS CLEARED FOR THE NEXT
           IF W-RESROW < 20
              GO TO CNV-RESULT1.
           DISPLAY (21, 02) "PRESS ENTER FOR THE NEXT FILES"
           ACCEPT  (21, 34) W-RESPAG
           DISPLAY (21, 02) LIMPA
           MOVE 5 TO W-RESROW.
       CNV-RESULT0.
           ADD 1 TO W-RESROW
           DISPLAY (W-RESROW, 04) LIMPA
           IF W-RESROW < 20
              GO TO CNV-RESULT0.
           MOVE 5 TO W-RESROW.
       CNV-RESULT1.
           ADD 1 TO W-RESROW
           DISPLAY (W-RESROW, 04) W-RESFILE
           DISPLAY (W-RESROW, 14) W-RESTXT.
