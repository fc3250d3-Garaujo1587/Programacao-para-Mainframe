                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RP.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVEATEN
                    FILE STATUS  IS ST-ERROTL.

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

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERROEP.

       SELECT SORTFILE ASSIGN TO "SORTCLM".
      *
      *-----------------------------------------------------------------
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPTCAT.DAT".
           COPY CPRPTCAT.

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
           COPY CPTELER.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY CPTUSSR.

       FD CADTUSCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSCV.DAT".
           COPY CPTUSCVR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       SD SORTFILE.
       01 SORT-REC.
          03 S-PLANTIER     PIC 9(02).
          03 S-DDESC        PIC X(30).
          03 S-PLANOTXT     PIC X(30).
          03 S-CHARGE       PIC 9(05)V99.
          03 S-GUIA         PIC X(20).
          03 S-MODAL        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-PBDATA      PIC 9(08) VALUE ZEROS.
       01 W-PBVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-PBDESC      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-OR    PIC X(02) VALUE "00".
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 W-GUIA        PIC X(20) VALUE SPACES.
       01 W-SAVCHAVE    PIC X(20) VALUE SPACES.
       01 ST-ERROTL     PIC X(02) VALUE "00".
       01 W-TLAVAIL     PIC X(01) VALUE "N".
       01 W-TOTTEL      PIC 9(06) VALUE ZEROS.
       01 ST-ERROTU     PIC X(02) VALUE "00".
       01 ST-ERROTC     PIC X(02) VALUE "00".
       01 ST-ERROEP     PIC X(02) VALUE "00".
       01 W-TUAVAIL     PIC X(01) VALUE "N".
       01 W-TCAVAIL     PIC X(01) VALUE "N".
       01 W-EPAVAIL     PIC X(01) VALUE "N".
       01 W-TUACHOU     PIC X(01) VALUE "N".
       01 W-TUEXAME     PIC X(30) VALUE SPACES.
       01 W-TUCONV      PIC 9(04) VALUE ZEROS.
       01 W-TUDATA      PIC 9(08) VALUE ZEROS.
       01 W-TUCODIGO    PIC 9(08) VALUE ZEROS.
       01 W-TUVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-INTERNADO   PIC X(01) VALUE "N".
       01 W-TOTEXA      PIC 9(06) VALUE ZEROS.


           COPY CPRATE.
          03 FILLER     PIC X(12) VALUE "CHARGE   : ".
          03 DCHARGE    PIC ZZZ.ZZ9,99.

       01 DET-GUIA.
          03 FILLER     PIC X(12) VALUE "AUTHORIZ.: ".
          03 DGUIA      PIC X(20).

       01 DET-MODAL.
          03 FILLER     PIC X(12) VALUE "MODALITY : ".
          03 DMODAL     PIC X(30).

       01 DET-PROC.
          03 FILLER     PIC X(12) VALUE "PROCEDURE: ".
          03 DPCOD      PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPEXAME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DPVALOR    PIC ZZZ.ZZ9,99.

       01 DET-PROCNC.
          03 FILLER     PIC X(12) VALUE "PROCEDURE: ".
          03 FILLER     PIC X(10) VALUE SPACES.
          03 DNEXAME    PIC X(30).
          03 FILLER     PIC X(21) VALUE
             "  NOT IN TUSS CATALOG".

       01 LIN-RODEXA.
          03 FILLER     PIC X(21) VALUE "EXAM PROCEDURES .... ".
          03 RTOTEXA    PIC ZZZ.ZZ9.

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "TOTAL CLAIMS ....... ".
          03 RTOTAL     PIC ZZZ.ZZ9.

       01 LIN-RODTEL.
          03 FILLER     PIC X(21) VALUE "  OF WHICH TELE .... ".
          03 RTOTTEL    PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

              MOVE W-PERMES TO PCT-MES
              MOVE "O" TO PCT-STATUS
              MOVE ZEROS TO PCT-ULTTIER PCT-ULTCONV PCT-DATA
              MOVE SPACES TO PCT-BPASIT
              MOVE ZEROS TO PCT-BPADATA
              GO TO PCT-ACAO.
           IF ST-ERRO-PC NOT = "00"
              MOVE "ERROR READING THE PERIOD CONTROL" TO MENS
           IF ST-ERROPR = "00"
              MOVE "Y" TO W-PRAVAIL.

      *    THE VISIT'S EXAM ORDERS CARRY THE INSURER AUTHORIZATION
      *    NUMBER THE CLAIM MUST QUOTE - NO ORDER FILE, NO NUMBER
           MOVE "N" TO W-ORAVAIL
           OPEN INPUT CADORDER
           IF ST-ERRO-OR = "00"
              MOVE "Y" TO W-ORAVAIL.

      *    NO TELECONSULTATION FILE YET MEANS EVERY VISIT IS IN PERSON
           MOVE "N" TO W-TLAVAIL
           OPEN INPUT CADTELE
           IF ST-ERROTL = "00"
              MOVE "Y" TO W-TLAVAIL.

      *    THE VISIT'S RESULTED EXAMS ARE CLAIMED BY TUSS CODE AT THE
      *    AGREEMENT'S CONTRACTED PRICE - EXAMS ORDERED DURING A
      *    HOSPITAL STAY (CADEPIS) GO ON THE INPATIENT ACCOUNT
           MOVE "N" TO W-TUAVAIL W-TCAVAIL W-EPAVAIL
           OPEN INPUT CADTUSS
           IF ST-ERROTU = "00"
              MOVE "Y" TO W-TUAVAIL.
           OPEN INPUT CADTUSCV
           IF ST-ERROTC = "00"
              MOVE "Y" TO W-TCAVAIL.
           OPEN INPUT CADEPIS
           IF ST-ERROEP = "00"
              MOVE "Y" TO W-EPAVAIL.

           MOVE "*** GENERATING EXTRACT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL W-TOTTEL W-TOTEXA.

      *    CLAIMS ARE GROUPED BY THE RESOLVED PLAN TIER AND
      *    AGREEMENT - THE JOINS RUN DURING THE SORT'S INPUT
           MOVE W-TOTAL  TO RTOTAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTTEL TO RTOTTEL
           MOVE LIN-RODTEL TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTEXA TO RTOTEXA
           MOVE LIN-RODEXA TO LINHA-REL
           WRITE LINHA-REL

      *    THE RUN FINISHED CLEAN - MARK THE MONTH EXTRACTED
           MOVE "E" TO PCT-STATUS
                 RELCLAIM CADPERCT.
           IF W-PRAVAIL = "Y"
              CLOSE CADPRICE.
           IF W-ORAVAIL = "Y"
              CLOSE CADORDER.
           IF W-TLAVAIL = "Y"
              CLOSE CADTELE.
           IF W-TUAVAIL = "Y"
              CLOSE CADTUSS.
           IF W-TCAVAIL = "Y"
              CLOSE CADTUSCV.
           IF W-EPAVAIL = "Y"
              CLOSE CADEPIS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           MOVE DET-CHARGE TO LINHA-REL
           WRITE LINHA-REL

           IF S-GUIA NOT = SPACES
              MOVE S-GUIA TO DGUIA
              MOVE DET-GUIA TO LINHA-REL
              WRITE LINHA-REL.

      *    TELECONSULTATIONS ARE CLAIMED SEPARATELY BY SOME INSURERS
           IF S-MODAL = "V" OR "T"
              ADD 1 TO W-TOTTEL
              IF S-MODAL = "V"
                 MOVE "TELECONSULTATION (VIDEO)" TO DMODAL
              ELSE
                 MOVE "TELECONSULTATION (PHONE)" TO DMODAL.
           IF S-MODAL = "V" OR "T"
              MOVE DET-MODAL TO LINHA-REL
              WRITE LINHA-REL.

           PERFORM EXA-DET THRU EXA-DET-FIM

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       MONTA-DET-FIM.
              MOVE ICD10 TO DICD10.

           PERFORM CALCULA-CHARGE THRU CALCULA-CHARGE-FIM
           PERFORM GUIA-BUSCA THRU GUIA-BUSCA-FIM
           PERFORM TELE-BUSCA THRU TELE-BUSCA-FIM

           MOVE W-PLANTIER       TO S-PLANTIER
           MOVE CONVPACI         TO S-CONV
           MOVE DDESC            TO S-DDESC
           MOVE PLANOTXT         TO S-PLANOTXT
           MOVE W-CHARGE         TO S-CHARGE
           MOVE W-GUIA           TO S-GUIA
           MOVE TL-MODAL         TO S-MODAL
           RELEASE SORT-REC.
       MONTA-CLAIM-FIM.
           EXIT.
           EXIT.


      *--[ ONE PROCEDURE LINE PER RESULTED EXAM OF THE VISIT, ]--------
      *--[ WITH ITS TUSS CODE AND THE AGREEMENT'S PRICE ON THE ]--------
      *--[ ORDER DATE. EXAMS ORDERED DURING A STAY ARE CLAIMED ]--------
      *--[ ON THE INPATIENT ACCOUNT, NOT HERE                  ]--------
       EXA-DET.
           IF W-ORAVAIL NOT = "Y"
              GO TO EXA-DET-FIM.
           MOVE S-CHAVEATEN TO W-SAVCHAVE
           MOVE W-SAVCHAVE TO OR-CHAVEATEN
           MOVE ZEROS TO OR-SEQ
           START CADORDER KEY IS NOT LESS CHAVEORDER INVALID KEY
                 GO TO EXA-DET-FIM.
       EXA-DET1.
           READ CADORDER NEXT
           IF ST-ERRO-OR NOT = "00"
              GO TO EXA-DET-FIM.
           IF OR-CHAVEATEN NOT = W-SAVCHAVE
              GO TO EXA-DET-FIM.
           IF OR-RESULT = SPACE
              GO TO EXA-DET1.
           PERFORM EPIS-CHK THRU EPIS-CHK-FIM
           IF W-INTERNADO = "Y"
              GO TO EXA-DET1.
           MOVE OR-EXAME   TO W-TUEXAME
           MOVE S-CONV     TO W-TUCONV
           MOVE OR-DATAPED TO W-TUDATA
           PERFORM TUSS-PRECO THRU TUSS-PRECO-FIM
           ADD 1 TO W-TOTEXA
           IF W-TUACHOU = "Y"
              MOVE W-TUCODIGO TO DPCOD
              MOVE OR-EXAME TO DPEXAME
              MOVE W-TUVALOR TO DPVALOR
              MOVE DET-PROC TO LINHA-REL
           ELSE
              MOVE OR-EXAME TO DNEXAME
              MOVE DET-PROCNC TO LINHA-REL.
           WRITE LINHA-REL
           GO TO EXA-DET1.
       EXA-DET-FIM.
           EXIT.

      *--[ W-INTERNADO = Y WHEN THE ORDER IN REGORDER WAS PLACED ]-----
      *--[ DURING ONE OF THE PATIENT'S HOSPITAL STAYS            ]-----
       EPIS-CHK.
           MOVE "N" TO W-INTERNADO
           IF W-EPAVAIL NOT = "Y"
              GO TO EPIS-CHK-FIM.
           MOVE OR-CPF TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO EPIS-CHK-FIM.
       EPIS-CHK1.
           READ CADEPIS NEXT
           IF ST-ERROEP NOT = "00"
              GO TO EPIS-CHK-FIM.
           IF EP-CPF NOT = OR-CPF OR EP-ADMDATA > OR-DATAPED
              GO TO EPIS-CHK-FIM.
           IF EP-ALTADATA = ZEROS OR EP-ALTADATA NOT < OR-DATAPED
              MOVE "Y" TO W-INTERNADO
              GO TO EPIS-CHK-FIM.
           GO TO EPIS-CHK1.
       EPIS-CHK-FIM.
           EXIT.

      *--[ PRICE OF THE EXAM W-TUEXAME FOR AGREEMENT W-TUCONV ON ]-----
      *--[ W-TUDATA: CADTUSCV ROW WITH THE LATEST EFFECTIVE DATE ]-----
      *--[ NOT AFTER W-TUDATA, ELSE THE CATALOG DEFAULT PRICE.   ]-----
      *--[ W-TUACHOU STAYS N WHEN THE EXAM IS NOT CATALOGUED     ]-----
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

      *--[ FIRST AUTHORIZATION NUMBER QUOTED ON ONE OF THE VISIT'S ]---
      *--[ EXAM ORDERS (CADORDER, KEYED BY VISIT)                   ]---
       GUIA-BUSCA.
           MOVE SPACES TO W-GUIA
           IF W-ORAVAIL NOT = "Y"
              GO TO GUIA-BUSCA-FIM.
           MOVE CHAVEATEN TO W-SAVCHAVE
           MOVE W-SAVCHAVE TO OR-CHAVEATEN
           MOVE ZEROS TO OR-SEQ
           START CADORDER KEY IS NOT LESS CHAVEORDER INVALID KEY
                 GO TO GUIA-BUSCA-FIM.
       GUIA-BUSCA1.
           READ CADORDER NEXT
           IF ST-ERRO-OR NOT = "00"
              GO TO GUIA-BUSCA-FIM.
           IF OR-CHAVEATEN NOT = W-SAVCHAVE
              GO TO GUIA-BUSCA-FIM.
           IF OR-GUIA NOT = SPACES
              MOVE OR-GUIA TO W-GUIA
              GO TO GUIA-BUSCA-FIM.
           GO TO GUIA-BUSCA1.
       GUIA-BUSCA-FIM.
           EXIT.

      *------[ VIDEO OR PHONE MODALITY OF THE VISIT (CADTELE, ]--------
      *------[ KEYED BY VISIT) - NO ROW MEANS IN PERSON       ]--------
       TELE-BUSCA.
           MOVE SPACES TO TL-MODAL
           IF W-TLAVAIL NOT = "Y"
              GO TO TELE-BUSCA-FIM.
           MOVE CHAVEATEN TO TL-CHAVEATEN
           READ CADTELE
           IF ST-ERROTL NOT = "00"
              MOVE SPACES TO TL-MODAL.
       TELE-BUSCA-FIM.
           EXIT.

      *--[ WRITES THE PERIOD CONTROL RECORD (NEW OR IN PLACE) ]--------
       PCT-GRAVA.
           MOVE W-PERANO TO PCT-ANO
           MOVE W-CATOPER TO RP-OPERID
           MOVE W-RELNOME TO RP-ARQUIVO
           MOVE W-TOTAL TO RP-REGISTROS
           MOVE SPACE TO RP-ENVIO
           MOVE ZEROS TO RP-ENVDATA
           WRITE REGRPTCAT
           CLOSE RPTCAT.
       CAT-GRAVA-FIM.
      *    NOTE: ONLY BOOKINGS MARKED OUTCOME=A (ATTENDED) FOR THE
      *    REQUESTED MONTH ARE EXTRACTED - NO-SHOWS AND CANCELLATIONS
      *    ARE NOT BILLABLE.
      *    NOTE: VIDEO AND PHONE VISITS (CADTELE) CARRY AN EXTRA
      *    MODALITY LINE AND ARE COUNTED IN THEIR OWN FOOTER TOTAL.

      *---------------------*** END OF PROGRAM ***--------------------*
