       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP153.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   ANNUAL DMED FILE AND MEDICAL-EXPENSE          *
      *   STATEMENTS - YEAR-END BATCH JOB               *
      *   TOTALS THE CALENDAR YEAR'S SELF-PAY CADRECIB  *
      *   RECEIPTS, NET OF THE CADDEVOL REFUNDS AND     *
      *   CANCELLATIONS, PER PAYER CPF AND BENEFICIARY. *
      *   A DEPENDENT'S PAYMENTS ARE CREDITED TO THE    *
      *   HOLDER-CPF. WRITES THE RECEITA FEDERAL DMED   *
      *   FILE (DMEDDECL) AND ONE PRINTABLE STATEMENT   *
      *   PER PAYER (RELIRPF). RECEPTION RUNS IT FOR A  *
      *   SINGLE CPF TO PRINT THAT PAYER'S STATEMENT    *
      *   ON DEMAND - THEN NO DMED FILE IS WRITTEN      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RC-DATA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS RC-CHAVEATEN
                                   WITH DUPLICATES.

           SELECT CADDEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO4.

           SELECT DMEDDECL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT RELIRPF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT SORTFILE ASSIGN TO "SORTDMED".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD CADDEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEVOL.DAT".
           COPY CPDEVOLR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
           COPY CPPACIR.

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

       FD DMEDDECL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMEDDECL.DAT".
       01 LINHA-DMED       PIC X(200).

       FD RELIRPF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIRPF.DAT".
       01 LINHA-REL        PIC X(80).

      *    ONE ROW PER RECEIPT KEPT, GROUPED BY PAYER; THE PAYER'S
      *    OWN RECEIPTS (S-PROPRIO 0) COME BEFORE THE DEPENDENTS'
       SD SORTFILE.
       01 SORT-REC.
          03 S-PAGADOR      PIC 9(11).
          03 S-PROPRIO      PIC 9(01).
          03 S-BENEF        PIC 9(11).
          03 S-DATA         PIC 9(08).
          03 S-RECNUM       PIC 9(08).
          03 S-VALOR        PIC 9(05)V99.
          03 S-DEVOL        PIC 9(05)V99.
          03 S-LIQ          PIC 9(05)V99.
          03 S-PAGNOME      PIC X(30).
          03 S-BENNOME      PIC X(30).
          03 S-BENNASC      PIC 9(08).
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
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-DVAVAIL     PIC X(01) VALUE "N".
       01 W-UNAVAIL     PIC X(01) VALUE "N".
       01 W-DMED        PIC X(01) VALUE "N".
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-CPFSEL      PIC 9(11) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DVJA        PIC 9(05)V99 VALUE ZEROS.
       01 W-PAGADOR     PIC 9(11) VALUE ZEROS.
       01 W-PAGNOME     PIC X(30) VALUE SPACES.
       01 W-BENNOME     PIC X(30) VALUE SPACES.
       01 W-BENNASC     PIC 9(08) VALUE ZEROS.
       01 W-CNES        PIC 9(07) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "Y".
       01 W-PAGANT      PIC 9(11) VALUE ZEROS.
       01 W-BENANT      PIC 9(11) VALUE ZEROS.
       01 W-PROPANT     PIC 9(01) VALUE ZEROS.
       01 W-PAGNOMEANT  PIC X(30) VALUE SPACES.
       01 W-BENNOMEANT  PIC X(30) VALUE SPACES.
       01 W-BENNASCANT  PIC 9(08) VALUE ZEROS.
       01 W-RPPSSOK     PIC X(01) VALUE "N".
       01 W-TOTPROP     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTBEN      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPAG      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTGERAL    PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDPAG      PIC 9(06) VALUE ZEROS.
       01 W-QTDREC      PIC 9(06) VALUE ZEROS.

      *----[ A DMED FIELD IS BUILT HERE BEFORE IT IS STRUNG IN ]--------
       01 W-DMVAL       PIC 9(13) VALUE ZEROS.
       01 W-DMVALX REDEFINES W-DMVAL PIC X(13).
       01 W-DMZEROS     PIC 9(02) VALUE ZEROS.
       01 W-DMINI       PIC 9(02) VALUE ZEROS.
       01 W-DMCPF       PIC 9(11) VALUE ZEROS.
       01 W-DMCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-DMNASC      PIC X(08) VALUE SPACES.
       01 W-DMNOME      PIC X(60) VALUE SPACES.
       01 W-DMPTR       PIC 9(03) VALUE ZEROS.
       01 W-DMANOREF    PIC 9(04) VALUE ZEROS.

       01 W-NASC.
          03 W-NASC-ANO PIC 9(04).
          03 W-NASC-MES PIC 9(02).
          03 W-NASC-DIA PIC 9(02).
       01 W-NASCN REDEFINES W-NASC PIC 9(08).

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).

           COPY CPDECLR.

       01 LIN-TITULO.
          03 FILLER   PIC X(40) VALUE
             "======== ANNUAL MEDICAL-EXPENSE STATEMEN".
          03 FILLER   PIC X(26) VALUE
             "T - CALENDAR YEAR ".
          03 TANO     PIC 9(04).
          03 FILLER   PIC X(10) VALUE " ========".

       01 LIN-PREST.
          03 FILLER   PIC X(11) VALUE "PROVIDER : ".
          03 TPRNOME  PIC X(40).
          03 FILLER   PIC X(07) VALUE " CNPJ ".
          03 TPRCNPJ  PIC 9(14).

       01 LIN-PAGADOR.
          03 FILLER   PIC X(11) VALUE "PAID BY  : ".
          03 TPGCPF   PIC 9(11).
          03 FILLER   PIC X(02) VALUE SPACES.
          03 TPGNOME  PIC X(30).

       01 LIN-BENEF.
          03 FILLER   PIC X(11) VALUE "PATIENT  : ".
          03 TBNCPF   PIC 9(11).
          03 FILLER   PIC X(02) VALUE SPACES.
          03 TBNNOME  PIC X(30).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 TBNTIPO  PIC X(11).

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "   DATE        RECEIPT          PAID   G".
          03 FILLER   PIC X(40) VALUE
             "IVEN BACK           NET".

       01 LIN-DET.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DRECNUM    PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DVALOR     PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DDEVOL     PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DLIQ       PIC ZZZ.ZZ9,99.

       01 LIN-TOTBEN.
          03 FILLER     PIC X(40) VALUE
             "   PATIENT TOTAL .....................".
          03 FILLER     PIC X(12) VALUE SPACES.
          03 TTOTBEN    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-TOTPAG.
          03 FILLER     PIC X(40) VALUE
             "TOTAL PAID IN THE YEAR, NET OF REFUNDS A".
          03 FILLER     PIC X(12) VALUE "ND CANCELLED".
          03 TTOTPAG    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-RODAPE.
          03 FILLER     PIC X(40) VALUE
             "FOR THE PAYER'S INCOME-TAX RETURN - ISSU".
          03 FILLER     PIC X(06) VALUE "ED ON ".
          03 TEMISSAO   PIC 9999/99/99.

       01 LIN-FIM.
          03 FILLER     PIC X(40) VALUE
             "========================================".
          03 FILLER     PIC X(40) VALUE
             "========================================".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELADMED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 04
               VALUE  "   ANNUAL DMED FILE AND MEDICAL-EXPENSE STAT".
           05  LINE 02  COLUMN 48
               VALUE  "EMENTS".
           05  LINE 05  COLUMN 01
               VALUE  "     CALENDAR YEAR (YYYY)    :".
           05  LINE 07  COLUMN 01
               VALUE  "     PAYER CPF (ZEROS = ALL) :".
           05  LINE 10  COLUMN 02
               VALUE  "    ALL PAYERS: THE DMED FILE DMEDDECL.DAT AND".
           05  LINE 11  COLUMN 02
               VALUE  "    EVERY STATEMENT ON RELIRPF.DAT.".
           05  LINE 12  COLUMN 02
               VALUE  "    ONE CPF: THAT PAYER'S STATEMENT ONLY - A".
           05  LINE 13  COLUMN 02
               VALUE  "    DEPENDENT'S CPF GIVES THE HOLDER'S ONE.".
           05  LINE 14  COLUMN 02
               VALUE  "    RECEIPTS ARE NET OF REFUNDS AND CANCELLED".
           05  LINE 15  COLUMN 02
               VALUE  "    RECEIPTS.".
           05  LINE 23  COLUMN 01
               VALUE  "  MESSAGE :".
           05  TANOSEL
               LINE 05  COLUMN 32  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TCPFSEL
               LINE 07  COLUMN 32  PIC 9(11)
               USING  W-CPFSEL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    DEFAULT IS LAST YEAR - THE DMED IS FILED EARLY IN THE NEXT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-ANO = W-HOJE-ANO - 1
           MOVE ZEROS TO W-CPFSEL
           DISPLAY TELADMED.

       PED-001.
           ACCEPT TANOSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-ANO = ZEROS OR W-ANO > W-HOJE-ANO
              MOVE "*** ENTER A CALENDAR YEAR NOT AFTER THIS ONE ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-001.

       PED-002.
           ACCEPT TCPFSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PED-001.

       INC-OP1.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
              MOVE "*** CADRECIB FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CADPACI FILE NOT AVAILABLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECIB
              GO TO ROT-FIM2.

      *    NO REFUND FILE YET MEANS NOTHING WAS EVER GIVEN BACK
           MOVE "N" TO W-DVAVAIL
           OPEN INPUT CADDEVOL
           IF ST-ERRO2 = "00"
              MOVE "Y" TO W-DVAVAIL.

      *    THE DECLARANT'S CNES IS THE MAIN BUILDING'S (UNIT 01)
           MOVE ZEROS TO W-CNES
           MOVE "N" TO W-UNAVAIL
           OPEN INPUT CADUNID
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-UNAVAIL
              MOVE 01 TO UN-CODIGO
              READ CADUNID KEY IS UN-CODIGO
              IF ST-ERRO4 = "00" AND UN-CNES NUMERIC
                 MOVE UN-CNES TO W-CNES.

      *    A DEPENDENT'S STATEMENT IS THE HOLDER'S - THE HOLDER IS
      *    THE ONE WHO DEDUCTS WHAT WAS PAID
           IF W-CPFSEL = ZEROS
              GO TO INC-OP2.
           MOVE W-CPFSEL TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO3 = "00" AND HOLDER-CPF NUMERIC
                              AND HOLDER-CPF NOT = ZEROS
              MOVE HOLDER-CPF TO W-CPFSEL
              DISPLAY TCPFSEL
              MOVE "*** DEPENDENT - THE HOLDER'S STATEMENT IS PRINTED"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       INC-OP2.
           MOVE "N" TO W-DMED
           IF W-CPFSEL = ZEROS
              IF DC-CNPJ = ZEROS
                 MOVE "*** DECLARANT CNPJ NOT SET - NO DMED FILE ***"
                                                           TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "Y" TO W-DMED.
           IF W-DMED = "Y"
              OPEN OUTPUT DMEDDECL
              IF ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING THE DMED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT RELIRPF
           IF ST-ERRO6 NOT = "00"
              MOVE "ERROR CREATING THE STATEMENT FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF W-DMED = "Y"
                 CLOSE DMEDDECL
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.

           MOVE "*** TOTALLING THE YEAR'S RECEIPTS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           COMPUTE W-DTINI = W-ANO * 10000 + 0101
           COMPUTE W-DTFIM = W-ANO * 10000 + 1231
           MOVE ZEROS TO W-TOTGERAL W-QTDPAG W-QTDREC
           IF W-DMED = "Y"
              PERFORM DMED-CAB THRU DMED-CAB-FIM.

      *    THE JOINS RUN DURING THE SORT'S INPUT PROCEDURE, THE
      *    STATEMENTS AND DMED RECORDS DURING ITS OUTPUT
           SORT SORTFILE ON ASCENDING KEY S-PAGADOR S-PROPRIO S-BENEF
                                          S-DATA S-RECNUM
                INPUT PROCEDURE IS LER-RECIB THRU LER-FIM
                OUTPUT PROCEDURE IS GRAVAR-REL THRU GRAVAR-FIM.

       INC-FIM.
           IF W-DMED = "Y"
              MOVE "FIMDmed|" TO LINHA-DMED
              WRITE LINHA-DMED
              CLOSE DMEDDECL.
           CLOSE RELIRPF
           IF W-QTDPAG = ZEROS
              MOVE "*** NO RECEIPTS KEPT FOR THAT YEAR / CPF ***"
                                                           TO MENS
           ELSE
              IF W-DMED = "Y"
                 MOVE "*** DMEDDECL AND RELIRPF WRITTEN ***" TO MENS
              ELSE
                 MOVE "*** STATEMENT WRITTEN TO RELIRPF.DAT ***"
                                                           TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADRECIB CADPACI
           IF W-DVAVAIL = "Y"
              CLOSE CADDEVOL.
           IF W-UNAVAIL = "Y"
              CLOSE CADUNID.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ SORT INPUT PROCEDURE - THE YEAR'S RECEIPTS BY DATE: ]----
      *------[ EACH ONE NETTED OF WHAT WAS GIVEN BACK AND CREDITED ]---
      *------[ TO ITS PAYER. A RECEIPT CANCELLED OR REFUNDED IN    ]---
      *------[ FULL LEAVES NOTHING AND IS LEFT OUT                 ]---
       LER-RECIB.
           MOVE W-DTINI TO RC-DATA
           START CADRECIB KEY IS NOT LESS RC-DATA INVALID KEY
                 GO TO LER-FIM.
       LER-RD.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FIM.
           IF RC-DATA > W-DTFIM
              GO TO LER-FIM.
           PERFORM DEV-SOMA THRU DEV-SOMA-FIM
           IF W-DVJA NOT < RC-VALOR
              GO TO LER-RD.
           PERFORM PAGADOR-BUSCA THRU PAGADOR-BUSCA-FIM
           IF W-CPFSEL NOT = ZEROS AND W-PAGADOR NOT = W-CPFSEL
              GO TO LER-RD.

           MOVE W-PAGADOR TO S-PAGADOR
           IF W-PAGADOR = RC-CPF
              MOVE 0 TO S-PROPRIO
           ELSE
              MOVE 1 TO S-PROPRIO.
           MOVE RC-CPF    TO S-BENEF
           MOVE RC-DATA   TO S-DATA
           MOVE RECNUM    TO S-RECNUM
           MOVE RC-VALOR  TO S-VALOR
           MOVE W-DVJA    TO S-DEVOL
           COMPUTE S-LIQ = RC-VALOR - W-DVJA
           MOVE W-PAGNOME TO S-PAGNOME
           MOVE W-BENNOME TO S-BENNOME
           MOVE W-BENNASC TO S-BENNASC
           RELEASE SORT-REC
           GO TO LER-RD.
       LER-FIM.
           EXIT.

      *------[ WHAT WAS GIVEN BACK ON THE RECEIPT IN REGRECIB - A ]-----
      *------[ CANCELLATION ALWAYS CARRIES THE WHOLE VALUE        ]-----
       DEV-SOMA.
           MOVE ZEROS TO W-DVJA
           IF W-DVAVAIL NOT = "Y"
              GO TO DEV-SOMA-FIM.
           MOVE RECNUM TO DV-RECNUM
           MOVE ZEROS TO DV-SEQ
           START CADDEVOL KEY IS NOT LESS DV-CHAVE INVALID KEY
                 GO TO DEV-SOMA-FIM.
       DEV-SOMA1.
           READ CADDEVOL NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO DEV-SOMA-FIM.
           IF DV-RECNUM NOT = RECNUM
              GO TO DEV-SOMA-FIM.
           ADD DV-VALOR TO W-DVJA
           GO TO DEV-SOMA1.
       DEV-SOMA-FIM.
           EXIT.

      *------[ THE PATIENT ON THE RECEIPT IS THE BENEFICIARY; THE ]-----
      *------[ PAYER IS THEIR HOLDER WHEN THEY ARE A DEPENDENT    ]-----
       PAGADOR-BUSCA.
           MOVE RC-CPF TO W-PAGADOR
           MOVE "*** PATIENT NOT REGISTERED ***" TO W-BENNOME
           MOVE ZEROS TO W-BENNASC
           MOVE RC-CPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO3 NOT = "00"
              MOVE W-BENNOME TO W-PAGNOME
              GO TO PAGADOR-BUSCA-FIM.
           MOVE NOUN TO W-BENNOME W-PAGNOME
           MOVE ANO TO W-NASC-ANO
           MOVE MES TO W-NASC-MES
           MOVE DIA TO W-NASC-DIA
           IF W-NASCN NUMERIC
              MOVE W-NASCN TO W-BENNASC.
           IF HOLDER-CPF NOT NUMERIC OR HOLDER-CPF = ZEROS
              GO TO PAGADOR-BUSCA-FIM.
           MOVE HOLDER-CPF TO W-PAGADOR
           MOVE "*** HOLDER NOT REGISTERED ***" TO W-PAGNOME
           MOVE W-PAGADOR TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO3 = "00"
              MOVE NOUN TO W-PAGNOME.
       PAGADOR-BUSCA-FIM.
           EXIT.

      *------[ SORT OUTPUT PROCEDURE - ONE STATEMENT PER PAYER WITH ]---
      *------[ A BLOCK PER BENEFICIARY, AND THE MATCHING RPPSS AND  ]---
      *------[ BRPPSS RECORDS ON THE DMED FILE                      ]---
       GRAVAR-REL.
           MOVE "Y" TO W-PRIMEIRO.
       GRAVAR-RET.
           RETURN SORTFILE AT END
                 GO TO GRAVAR-FIM.
           IF W-PRIMEIRO = "Y" OR S-PAGADOR NOT = W-PAGANT
              IF W-PRIMEIRO = "N"
                 PERFORM BEN-FECHA THRU BEN-FECHA-FIM
                 PERFORM PAG-FECHA THRU PAG-FECHA-FIM
                 PERFORM PAG-ABRE THRU PAG-ABRE-FIM
                 PERFORM BEN-ABRE THRU BEN-ABRE-FIM
              ELSE
                 PERFORM PAG-ABRE THRU PAG-ABRE-FIM
                 PERFORM BEN-ABRE THRU BEN-ABRE-FIM
           ELSE
              IF S-BENEF NOT = W-BENANT
                 PERFORM BEN-FECHA THRU BEN-FECHA-FIM
                 PERFORM BEN-ABRE THRU BEN-ABRE-FIM.
           MOVE "N" TO W-PRIMEIRO

           MOVE S-DATA   TO DDATA
           MOVE S-RECNUM TO DRECNUM
           MOVE S-VALOR  TO DVALOR
           MOVE S-DEVOL  TO DDEVOL
           MOVE S-LIQ    TO DLIQ
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           ADD S-LIQ TO W-TOTBEN W-TOTPAG W-TOTGERAL
           IF S-PROPRIO = 0
              ADD S-LIQ TO W-TOTPROP.
           ADD 1 TO W-QTDREC
           GO TO GRAVAR-RET.
       GRAVAR-FIM.
           IF W-PRIMEIRO = "N"
              PERFORM BEN-FECHA THRU BEN-FECHA-FIM
              PERFORM PAG-FECHA THRU PAG-FECHA-FIM.

      *------[ STATEMENT HEADER FOR A NEW PAYER ]-----------------------
       PAG-ABRE.
           MOVE S-PAGADOR TO W-PAGANT
           MOVE S-PAGNOME TO W-PAGNOMEANT
           MOVE ZEROS TO W-TOTPAG W-TOTPROP
           MOVE "N" TO W-RPPSSOK
           ADD 1 TO W-QTDPAG
           MOVE W-ANO TO TANO
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE DC-NOME TO TPRNOME
           MOVE DC-CNPJ TO TPRCNPJ
           MOVE LIN-PREST TO LINHA-REL
           WRITE LINHA-REL
           MOVE S-PAGADOR TO TPGCPF
           MOVE S-PAGNOME TO TPGNOME
           MOVE LIN-PAGADOR TO LINHA-REL
           WRITE LINHA-REL.
       PAG-ABRE-FIM.
           EXIT.

      *------[ BENEFICIARY BLOCK HEADER - THE PAYER'S OWN RECEIPTS ]----
      *------[ ALL COME BEFORE THE FIRST DEPENDENT'S, SO THE RPPSS ]----
      *------[ TOTAL IS KNOWN WHEN THE FIRST DEPENDENT STARTS      ]----
       BEN-ABRE.
           MOVE S-BENEF    TO W-BENANT
           MOVE S-PROPRIO  TO W-PROPANT
           MOVE S-BENNOME  TO W-BENNOMEANT
           MOVE S-BENNASC  TO W-BENNASCANT
           MOVE ZEROS TO W-TOTBEN
           IF S-PROPRIO = 1 AND W-RPPSSOK = "N"
              PERFORM DMED-RPPSS THRU DMED-RPPSS-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE S-BENEF TO TBNCPF
           MOVE S-BENNOME TO TBNNOME
           IF S-PROPRIO = 1
              MOVE "(DEPENDENT)" TO TBNTIPO
           ELSE
              MOVE SPACES TO TBNTIPO.
           MOVE LIN-BENEF TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL.
       BEN-ABRE-FIM.
           EXIT.

       BEN-FECHA.
           MOVE W-TOTBEN TO TTOTBEN
           MOVE LIN-TOTBEN TO LINHA-REL
           WRITE LINHA-REL
           IF W-PROPANT = 1
              PERFORM DMED-BRPPSS THRU DMED-BRPPSS-FIM.
       BEN-FECHA-FIM.
           EXIT.

       PAG-FECHA.
           IF W-RPPSSOK = "N"
              PERFORM DMED-RPPSS THRU DMED-RPPSS-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTPAG TO TTOTPAG
           MOVE LIN-TOTPAG TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-HOJEN TO TEMISSAO
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-FIM TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       PAG-FECHA-FIM.
           EXIT.

      *------[ DMED HEADER: IDENTIFICATION, RESPONSIBLE PERSON, ]-------
      *------[ DECLARANT AND THE HEALTH-PROVIDER BLOCK OPENER   ]-------
       DMED-CAB.
           COMPUTE W-DMANOREF = W-ANO + 1
           MOVE SPACES TO LINHA-DMED
           STRING "Dmed|"     DELIMITED BY SIZE
                  W-DMANOREF  DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-ANO       DELIMITED BY SIZE
                  "|N||"      DELIMITED BY SIZE
                  DC-LEIAUTE  DELIMITED BY SPACE
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED
           WRITE LINHA-DMED

           MOVE DC-RESPCPF TO W-DMCPF
           MOVE DC-RESPNOME TO W-DMNOME
           MOVE SPACES TO LINHA-DMED
           STRING "RESPO|"    DELIMITED BY SIZE
                  W-DMCPF     DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-DMNOME    DELIMITED BY "  "
                  "|"         DELIMITED BY SIZE
                  DC-RESPDDD  DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  DC-RESPFONE DELIMITED BY SIZE
                  "|||"       DELIMITED BY SIZE
                  DC-RESPEMAIL DELIMITED BY SPACE
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED
           WRITE LINHA-DMED

           MOVE DC-CNPJ TO W-DMCNPJ
           MOVE DC-NOME TO W-DMNOME
           MOVE SPACES TO LINHA-DMED
           STRING "DECPJ|"    DELIMITED BY SIZE
                  W-DMCNPJ    DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-DMNOME    DELIMITED BY "  "
                  "|"         DELIMITED BY SIZE
                  DC-TIPODECL DELIMITED BY SIZE
                  "||"        DELIMITED BY SIZE
                  W-CNES      DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-DMCPF     DELIMITED BY SIZE
                  "|N||"      DELIMITED BY SIZE
                  INTO LINHA-DMED
           WRITE LINHA-DMED

           MOVE "PSS|" TO LINHA-DMED
           WRITE LINHA-DMED.
       DMED-CAB-FIM.
           EXIT.

      *------[ RPPSS - THE PAYER, WITH WHAT THEY PAID FOR THEIR ]-------
      *------[ OWN CARE (ZERO WHEN ONLY DEPENDENTS WERE SEEN)   ]-------
       DMED-RPPSS.
           MOVE "Y" TO W-RPPSSOK
           IF W-DMED NOT = "Y"
              GO TO DMED-RPPSS-FIM.
           MOVE W-PAGANT TO W-DMCPF
           MOVE W-PAGNOMEANT TO W-DMNOME
           COMPUTE W-DMVAL = W-TOTPROP * 100
           PERFORM DMED-VALOR THRU DMED-VALOR-FIM
           MOVE SPACES TO LINHA-DMED
           MOVE 1 TO W-DMPTR
           STRING "RPPSS|"    DELIMITED BY SIZE
                  W-DMCPF     DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-DMNOME    DELIMITED BY "  "
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED WITH POINTER W-DMPTR
           STRING W-DMVALX(W-DMINI:) DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED WITH POINTER W-DMPTR
           WRITE LINHA-DMED.
       DMED-RPPSS-FIM.
           EXIT.

      *------[ BRPPSS - A DEPENDENT SEEN ON THE PAYER'S ACCOUNT ]-------
       DMED-BRPPSS.
           IF W-DMED NOT = "Y"
              GO TO DMED-BRPPSS-FIM.
           MOVE W-BENANT TO W-DMCPF
           MOVE W-BENNOMEANT TO W-DMNOME
           MOVE SPACES TO W-DMNASC
           IF W-BENNASCANT NOT = ZEROS
              MOVE W-BENNASCANT TO W-NASCN
              MOVE W-NASC TO W-DMNASC.
           COMPUTE W-DMVAL = W-TOTBEN * 100
           PERFORM DMED-VALOR THRU DMED-VALOR-FIM
           MOVE SPACES TO LINHA-DMED
           MOVE 1 TO W-DMPTR
           STRING "BRPPSS|"   DELIMITED BY SIZE
                  W-DMCPF     DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  W-DMNASC    DELIMITED BY SPACE
                  "|"         DELIMITED BY SIZE
                  W-DMNOME    DELIMITED BY "  "
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED WITH POINTER W-DMPTR
           STRING W-DMVALX(W-DMINI:) DELIMITED BY SIZE
                  "|"         DELIMITED BY SIZE
                  INTO LINHA-DMED WITH POINTER W-DMPTR
           WRITE LINHA-DMED.
       DMED-BRPPSS-FIM.
           EXIT.

      *------[ DMED VALUES ARE IN CENTAVOS WITHOUT SEPARATORS OR ]------
      *------[ LEADING ZEROS - W-DMINI IS WHERE W-DMVALX STARTS  ]------
       DMED-VALOR.
           MOVE ZEROS TO W-DMZEROS
           INSPECT W-DMVALX TALLYING W-DMZEROS FOR LEADING "0"
           IF W-DMZEROS > 12
              MOVE 12 TO W-DMZEROS.
           COMPUTE W-DMINI = W-DMZEROS + 1.
       DMED-VALOR-FIM.
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
      *    NOTE: A RECEIPT BELONGS TO THE YEAR IT WAS TAKEN IN, AND
      *    WHATEVER WAS GIVEN BACK ON IT IS NETTED THERE, EVEN WHEN
      *    THE REFUND ITSELF WAS MADE EARLY IN THE FOLLOWING YEAR.

      *---------------------*** END OF PROGRAM ***--------------------*
