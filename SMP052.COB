      *     MONTH-END AGREEMENT BILLING RUN             *
      *     PRICES THE PERIOD'S ATTENDED BOOKINGS AND   *
      *     WRITES NUMBERED INVOICE LINES TO CADFATUR   *
      *     TELECONSULTATIONS ARE FLAGGED SEPARATELY    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVEPRICE
                    FILE STATUS  IS ST-ERROPR.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO9
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

       SELECT RELFATUR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRICE.DAT".
           COPY CPPRICER.

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

       FD RELFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFATUR.DAT".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-ORAVAIL     PIC X(01) VALUE "N".
       01 ST-ERROTL     PIC X(02) VALUE "00".
       01 W-TLAVAIL     PIC X(01) VALUE "N".
       01 W-GRPTELQ     PIC 9(05) VALUE ZEROS.
       01 W-GRPTELV     PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTTELQ     PIC 9(06) VALUE ZEROS.
       01 W-TOTTELV     PIC 9(08)V99 VALUE ZEROS.
       01 W-GUIA        PIC X(20) VALUE SPACES.
       01 W-PLANTIER    PIC 9(02) VALUE ZEROS.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-SKIPPED     PIC 9(06) VALUE ZEROS.
       01 W-PBVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-PBDESC      PIC 9(02) VALUE ZEROS.

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
       01 W-PERFIM      PIC 9(08) VALUE ZEROS.
       01 W-ORDVIS      PIC X(20) VALUE SPACES.
       01 W-ORDK        PIC 9(02) VALUE ZEROS.
       01 W-ORDQTDE     PIC 9(02) VALUE ZEROS.
       01 W-ORDPARA     PIC X(01) VALUE "N".
       01 W-GRPEXQ      PIC 9(05) VALUE ZEROS.
       01 W-GRPEXV      PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTEXQ      PIC 9(06) VALUE ZEROS.
       01 W-TOTEXV      PIC 9(08)V99 VALUE ZEROS.

      *----[ RESULTED EXAMS HELD BACK FROM THE RUN, LISTED ON THE ]-----
      *----[ REPORT SO BILLING CAN CATALOGUE OR PRICE THEM        ]-----
       01 TAB-RETIDO.
          03 TR-ENT OCCURS 50 TIMES.
             05 TR-CHAVE    PIC X(22).
             05 TR-EXAME    PIC X(30).
             05 TR-MOTIVO   PIC X(01).
       01 W-QTDRET      PIC 9(03) VALUE ZEROS.
       01 W-RIND        PIC 9(03) VALUE ZEROS.


           COPY CPRATE.

          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(04) VALUE "  R$".
          03 DVALOR     PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DMODAL     PIC X(10).

       01 LIN-GUIA.
          03 FILLER     PIC X(09) VALUE SPACES.
          03 FILLER     PIC X(15) VALUE "AUTHORIZATION: ".
          03 DGUIA      PIC X(20).

       01 LIN-GRPTOT.
          03 FILLER     PIC X(21) VALUE "AGREEMENT TOTAL .... ".
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 GVAL       PIC Z.ZZZ.ZZ9,99.

       01 LIN-GRPTEL.
          03 FILLER     PIC X(21) VALUE "  OF WHICH TELE .... ".
          03 GTELQ      PIC ZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 GTELV      PIC Z.ZZZ.ZZ9,99.

       01 LIN-RODAPE.
          03 FILLER     PIC X(21) VALUE "TOTAL INVOICED ..... ".
          03 RTOTAL     PIC ZZZ.ZZ9.
          03 RSKIP      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(06) VALUE " LINES".

       01 LIN-TOTTEL.
          03 FILLER     PIC X(21) VALUE "  OF WHICH TELE .... ".
          03 RTELQ      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 RTELV      PIC ZZ.ZZZ.ZZ9,99.

       01 LIN-GRPEXA.
          03 FILLER     PIC X(21) VALUE "  OF WHICH EXAMS ... ".
          03 GEXAQ      PIC ZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 GEXAV      PIC Z.ZZZ.ZZ9,99.

       01 LIN-TOTEXA.
          03 FILLER     PIC X(21) VALUE "  OF WHICH EXAMS ... ".
          03 REXAQ      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(10) VALUE " LINES  R$".
          03 REXAV      PIC ZZ.ZZZ.ZZ9,99.

       01 LIN-RETCAB.
          03 FILLER     PIC X(21) VALUE "EXAMS HELD BACK .... ".
          03 RRETQ      PIC ZZZ.ZZ9.
          03 FILLER     PIC X(40) VALUE
             " - NOT BILLED UNTIL CATALOGUED/PRICED".

       01 LIN-RETDET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRVISITA   PIC X(20).
          03 FILLER     PIC X(05) VALUE " SEQ ".
          03 DRSEQ      PIC 99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DREXAME    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRMOTIVO   PIC X(14).

      *-----------------------------------------------------------------
       SCREEN SECTION.

           IF ST-ERROPR = "00"
              MOVE "Y" TO W-PRAVAIL.

      *    THE VISIT'S EXAM ORDERS CARRY THE INSURER AUTHORIZATION
      *    NUMBER THE BILL MUST QUOTE - NO ORDER FILE, NO NUMBER
           MOVE "N" TO W-ORAVAIL
           OPEN INPUT CADORDER
           IF ST-ERRO9 = "00"
              MOVE "Y" TO W-ORAVAIL.

      *    NO TELECONSULTATION FILE YET MEANS EVERY VISIT IS IN PERSON
           MOVE "N" TO W-TLAVAIL
           OPEN INPUT CADTELE
           IF ST-ERROTL = "00"
              MOVE "Y" TO W-TLAVAIL.

      *    RESULTED EXAMS ARE ONLY BILLED ONCE THE PROCEDURE CATALOG
      *    EXISTS (SMP158); WITHOUT AN AGREEMENT FEE TABLE (SMP159)
      *    THE CATALOG'S DEFAULT PRICE APPLIES. NO EPISODE FILE MEANS
      *    NO EXAM WAS ORDERED DURING A STAY
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

           MOVE "*** GENERATING INVOICES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTAL W-SKIPPED W-TOTVAL
           MOVE ZEROS TO W-TOTEXQ W-TOTEXV W-QTDRET
           PERFORM NUM-SCAN THRU NUM-SCAN-FIM
           PERFORM LER-CADATEN THRU LER-FIM
           PERFORM EXA-VARRE THRU EXA-VARRE-FIM
           PERFORM REL-GERA THRU REL-GERA-FIM.

       INC-FIM.
                 CADFATUR RELFATUR.
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
       LER-FIM.
           EXIT.

      *------[ A KEPT VISIT ALREADY CARRYING A LIVE CONSULTATION ]------
      *------[ LINE MUST NOT BE BILLED TWICE - RERUNS ARE SAFE   ]------
      *------[ (ITS EXAM LINES ARE COUNTED BY EXA-QTDE)          ]------
       JA-FATURADO.
           MOVE "N" TO W-JAFAT
           MOVE CHAVEATEN TO W-SAVCHAVE
              GO TO JA-FATURADO-FIM.
           IF FT-CHAVEATEN NOT = W-SAVCHAVE
              GO TO JA-FATURADO-FIM.
           IF FT-TIPO = "C" AND FT-STATUS NOT = "X"
              MOVE "Y" TO W-JAFAT
              GO TO JA-FATURADO-FIM.
           GO TO JA-FATURADO1.
           IF W-PLANTIER = 0
              GO TO MONTA-FAT-FIM.

           PERFORM GUIA-BUSCA THRU GUIA-BUSCA-FIM
           PERFORM TELE-BUSCA THRU TELE-BUSCA-FIM
           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM       TO FATNUM
           MOVE CONVPACI        TO FT-CONV
           MOVE "C"             TO FT-TIPO
           MOVE W-CHARGE        TO FT-VALOR
           MOVE "O"             TO FT-STATUS
           MOVE ZEROS           TO FT-PAGDATA FT-PAGVALOR FT-BOLETO
           MOVE SPACES          TO FT-SITPAG FT-GLOSA
           MOVE W-GUIA          TO FT-GUIA
           MOVE TL-MODAL        TO FT-MODAL
           WRITE REGFATUR
           IF ST-ERRO8 = "00" OR "02"
              ADD 1 TO W-TOTAL
       MONTA-FAT-FIM.
           EXIT.

      *------[ SWEEPS THE RESULTED EXAM ORDERS AND RAISES ONE ]---------
      *------[ PRICED EXAM LINE (FT-TIPO E) PER EXAM UNDER ITS ]--------
      *------[ VISIT. A VISIT'S EXAMS ARE BILLED IN ORDER-LINE ]--------
      *------[ SEQUENCE AND THE FIRST N OF THEM ARE THE N LIVE ]--------
      *------[ EXAM LINES IT ALREADY HAS, SO RERUNS ARE SAFE.  ]--------
      *------[ AN EXAM ORDERED DURING A HOSPITAL STAY IS BILLED]--------
      *------[ THROUGH THE INPATIENT ACCOUNT (SMP152) INSTEAD  ]--------
       EXA-VARRE.
           IF W-ORAVAIL NOT = "Y" OR W-TUAVAIL NOT = "Y"
              GO TO EXA-VARRE-FIM.
           COMPUTE W-PERFIM = W-PERANO * 10000 + W-PERMES * 100 + 31
           MOVE SPACES TO W-ORDVIS OR-CHAVEATEN
           MOVE ZEROS TO OR-SEQ
           START CADORDER KEY IS NOT LESS CHAVEORDER INVALID KEY
                 GO TO EXA-VARRE-FIM.
       EXA-VARRE1.
           READ CADORDER NEXT
           IF ST-ERRO9 NOT = "00"
              GO TO EXA-VARRE-FIM.
           IF OR-RESULT = SPACE
              GO TO EXA-VARRE1.
           IF OR-CHAVEATEN NOT = W-ORDVIS
              MOVE OR-CHAVEATEN TO W-ORDVIS
              MOVE ZEROS TO W-ORDK
              MOVE "N" TO W-ORDPARA
              PERFORM EXA-QTDE THRU EXA-QTDE-FIM.
           IF W-ORDPARA = "Y"
              GO TO EXA-VARRE1.
           PERFORM EPIS-CHK THRU EPIS-CHK-FIM
           IF W-INTERNADO = "Y"
              GO TO EXA-VARRE1.
           ADD 1 TO W-ORDK
           IF W-ORDK NOT > W-ORDQTDE
              GO TO EXA-VARRE1.
      *    AN EXAM RESULTED AFTER THE PERIOD WAITS FOR ITS OWN MONTH,
      *    AND THE VISIT'S LATER EXAMS WAIT WITH IT
           IF OR-DATARES > W-PERFIM
              MOVE "Y" TO W-ORDPARA
              GO TO EXA-VARRE1.
           PERFORM EXA-FAT THRU EXA-FAT-FIM
           GO TO EXA-VARRE1.
       EXA-VARRE-FIM.
           EXIT.

      *------[ LIVE EXAM LINES ALREADY RAISED UNDER W-ORDVIS ]----------
       EXA-QTDE.
           MOVE ZEROS TO W-ORDQTDE
           MOVE W-ORDVIS TO FT-CHAVEATEN
           START CADFATUR KEY IS NOT LESS FT-CHAVEATEN INVALID KEY
                 GO TO EXA-QTDE-FIM.
       EXA-QTDE1.
           READ CADFATUR NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO EXA-QTDE-FIM.
           IF FT-CHAVEATEN NOT = W-ORDVIS
              GO TO EXA-QTDE-FIM.
           IF FT-TIPO = "E" AND FT-STATUS NOT = "X"
              ADD 1 TO W-ORDQTDE.
           GO TO EXA-QTDE1.
       EXA-QTDE-FIM.
           EXIT.

      *------[ PRICES THE EXAM IN REGORDER FROM THE CATALOG AND ]-------
      *------[ THE PATIENT'S AGREEMENT FEE TABLE AND WRITES ITS ]-------
      *------[ LINE. A SELF-PAY EXAM (NO AGREEMENT, OR A PLAN   ]-------
      *------[ TIER OUTSIDE 1-12) GETS AN AGREEMENT 0000 LINE AT]-------
      *------[ THE CATALOG DEFAULT PRICE, FOR SMP056 TO CHARGE  ]-------
      *------[ AT THE CASH DESK. AN EXAM THAT CANNOT BE PRICED  ]-------
      *------[ HOLDS THE VISIT BACK                             ]-------
       EXA-FAT.
           MOVE ZEROS TO CONVPACI
           MOVE OR-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO CONVPACI.
           IF CONVPACI NOT = 0
              MOVE CONVPACI TO CODCONV
              READ CADCONV KEY IS CODCONV
              IF ST-ERRO7 NOT = "00"
                 MOVE ZEROS TO CONVPACI
              ELSE
                 IF PLANCONV = 0 OR PLANCONV > 12
                    MOVE ZEROS TO CONVPACI.

           MOVE OR-EXAME   TO W-TUEXAME
           MOVE CONVPACI   TO W-TUCONV
           MOVE OR-DATAPED TO W-TUDATA
           PERFORM TUSS-PRECO THRU TUSS-PRECO-FIM
           IF W-TUACHOU NOT = "Y" OR W-TUVALOR = ZEROS
              PERFORM EXA-RETEM THRU EXA-RETEM-FIM
              MOVE "Y" TO W-ORDPARA
              GO TO EXA-FAT-FIM.

           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM       TO FATNUM
           MOVE CONVPACI        TO FT-CONV
           MOVE OR-CPF          TO FT-CPF
           MOVE OR-CHAVEATEN    TO FT-CHAVEATEN
           MOVE W-PERANO        TO FT-PERANO
           MOVE W-PERMES        TO FT-PERMES
           MOVE W-HOJE          TO FT-DATAFAT
           MOVE "E"             TO FT-TIPO
           MOVE W-TUVALOR       TO FT-VALOR
           MOVE "O"             TO FT-STATUS
           MOVE ZEROS           TO FT-PAGDATA FT-PAGVALOR FT-BOLETO
           MOVE SPACES          TO FT-SITPAG FT-GLOSA FT-MODAL
           MOVE OR-GUIA         TO FT-GUIA
           WRITE REGFATUR
           IF ST-ERRO8 = "00" OR "02"
              ADD 1 TO W-TOTAL W-TOTEXQ
              ADD W-TUVALOR TO W-TOTVAL W-TOTEXV
           ELSE
              MOVE "ERROR RECORDING INVOICE LINE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              SUBTRACT 1 FROM W-PROXNUM
              MOVE "Y" TO W-ORDPARA.
       EXA-FAT-FIM.
           EXIT.

      *------[ NOTES AN EXAM HELD BACK FOR THE RUN REPORT: ]------------
      *------[ C = NOT IN THE CATALOG   P = NO PRICE       ]------------
       EXA-RETEM.
           ADD 1 TO W-QTDRET
           IF W-QTDRET > 50
              GO TO EXA-RETEM-FIM.
           MOVE CHAVEORDER TO TR-CHAVE(W-QTDRET)
           MOVE OR-EXAME TO TR-EXAME(W-QTDRET)
           IF W-TUACHOU = "Y"
              MOVE "P" TO TR-MOTIVO(W-QTDRET)
           ELSE
              MOVE "C" TO TR-MOTIVO(W-QTDRET).
       EXA-RETEM-FIM.
           EXIT.

      *------[ W-INTERNADO = Y WHEN THE ORDER IN REGORDER WAS ]---------
      *------[ PLACED DURING ONE OF THE PATIENT'S STAYS - THE  ]--------
      *------[ SAME TEST SMP152 USES TO PUT IT ON THE ACCOUNT ]---------
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

      *------[ FIRST AUTHORIZATION NUMBER QUOTED ON ONE OF THE ]-------
      *------[ VISIT'S EXAM ORDERS (CADORDER, KEYED BY VISIT)  ]-------
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
           IF ST-ERRO9 NOT = "00"
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

      *------[ SAME ESTIMATED-CHARGE FORMULA AS SMP006'S ]---------------
      *------[ CHARGE-CALC (DOCTOR SPECIALITY + PLAN TIER ]---------------
      *------[ + CHRONIC-DIAGNOSIS SURCHARGE)              ]---------------

           MOVE "Y" TO W-PRIMEIRO
           MOVE ZEROS TO W-CONVANT W-GRPVAL W-GRPQTD
           MOVE ZEROS TO W-GRPTELQ W-GRPTELV W-TOTTELQ W-TOTTELV
           MOVE ZEROS TO W-GRPEXQ W-GRPEXV
           MOVE ZEROS TO FT-CONV
           START CADFATUR KEY IS NOT LESS FT-CONV INVALID KEY
                 GO TO REL-GERA9.
           MOVE FT-CPF     TO DCPF
           MOVE FT-DATAFAT TO DDATA
           MOVE FT-VALOR   TO DVALOR
           MOVE SPACES     TO DMODAL
           IF FT-MODAL = "V"
              MOVE "TELE-VIDEO" TO DMODAL.
           IF FT-MODAL = "T"
              MOVE "TELE-PHONE" TO DMODAL.
           IF FT-MODAL = "V" OR "T"
              ADD 1 TO W-GRPTELQ W-TOTTELQ
              ADD FT-VALOR TO W-GRPTELV W-TOTTELV.
           IF FT-TIPO = "E"
              MOVE "EXAM" TO DMODAL
              ADD 1 TO W-GRPEXQ
              ADD FT-VALOR TO W-GRPEXV.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           IF FT-GUIA NOT = SPACES
              MOVE FT-GUIA TO DGUIA
              MOVE LIN-GUIA TO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-GRPQTD
           ADD FT-VALOR TO W-GRPVAL
           GO TO REL-GERA1.
           MOVE W-TOTVAL TO RVAL
           MOVE LIN-RODAPE TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTTELQ TO RTELQ
           MOVE W-TOTTELV TO RTELV
           MOVE LIN-TOTTEL TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTEXQ TO REXAQ
           MOVE W-TOTEXV TO REXAV
           MOVE LIN-TOTEXA TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SKIPPED TO RSKIP
           MOVE LIN-SKIP TO LINHA-REL
           WRITE LINHA-REL
           IF W-QTDRET > ZEROS
              PERFORM REL-RETIDO THRU REL-RETIDO-FIM.
       REL-GERA-FIM.
           EXIT.

      *------[ EXAMS HELD BACK: THE FIRST 50 ARE LISTED, THE  ]--------
      *------[ COUNT COVERS THEM ALL                          ]--------
       REL-RETIDO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDRET TO RRETQ
           MOVE LIN-RETCAB TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-RIND.
       REL-RETIDO1.
           IF W-RIND > W-QTDRET OR W-RIND > 50
              GO TO REL-RETIDO-FIM.
           MOVE TR-CHAVE(W-RIND)(1:20) TO DRVISITA
           MOVE TR-CHAVE(W-RIND)(21:2) TO DRSEQ
           MOVE TR-EXAME(W-RIND) TO DREXAME
           IF TR-MOTIVO(W-RIND) = "C"
              MOVE "NOT IN CATALOG" TO DRMOTIVO
           ELSE
              MOVE "NO PRICE" TO DRMOTIVO.
           MOVE LIN-RETDET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-RIND
           GO TO REL-RETIDO1.
       REL-RETIDO-FIM.
           EXIT.

      *------[ AGREEMENT GROUP HEADER ON CONTROL BREAK ]----------------
       REL-GRPCAB.
           IF W-PRIMEIRO = "N"
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO7 = "00"
              MOVE NOUNCONV TO GCONVNOME.
           IF FT-CONV = ZEROS
              MOVE "SELF-PAY (CASH DESK)" TO GCONVNOME.
           MOVE W-CONVANT TO GCONV
           MOVE LIN-GRUPO TO LINHA-REL
           WRITE LINHA-REL.
           MOVE W-GRPVAL TO GVAL
           MOVE LIN-GRPTOT TO LINHA-REL
           WRITE LINHA-REL
           IF W-GRPTELQ > ZEROS
              MOVE W-GRPTELQ TO GTELQ
              MOVE W-GRPTELV TO GTELV
              MOVE LIN-GRPTEL TO LINHA-REL
              WRITE LINHA-REL.
           IF W-GRPEXQ > ZEROS
              MOVE W-GRPEXQ TO GEXAQ
              MOVE W-GRPEXV TO GEXAV
              MOVE LIN-GRPEXA TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-GRPQTD W-GRPVAL W-GRPTELQ W-GRPTELV.
           MOVE ZEROS TO W-GRPEXQ W-GRPEXV.
       REL-GRPTOT-FIM.
           EXIT.

       PRICE-SCAN-FIM.
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

      **********************
      *   MESSAGE ROUTINE  *
      **********************
      *    REQUESTED MONTH ARE INVOICED. A BOOKING THAT ALREADY HAS
      *    A NON-CANCELLED INVOICE LINE IS SKIPPED, SO THE RUN MAY
      *    BE REPEATED FOR THE SAME PERIOD WITHOUT DOUBLE-BILLING.
      *    NOTE: VIDEO AND PHONE VISITS (CADTELE) CARRY FT-MODAL ON
      *    THE INVOICE LINE AND ARE SUBTOTALLED PER AGREEMENT, SINCE
      *    SOME AGREEMENTS PAY TELECONSULTATIONS AT A DIFFERENT RATE.
      *    NOTE: RESULTED EXAMS ORDERED ON SMP058 ARE BILLED AS EXAM
      *    LINES PRICED BY TUSS CODE - THE AGREEMENT'S CONTRACTED
      *    PRICE ON THE ORDER DATE (CADTUSCV), ELSE THE CATALOG'S
      *    DEFAULT (CADTUSS). AN EXAM TYPED IN FREE THAT MATCHES NO
      *    CATALOG DESCRIPTION IS HELD BACK AND LISTED ON RELFATUR.
      *    A SELF-PAY PATIENT'S EXAM IS RAISED UNDER AGREEMENT 0000
      *    AT THE CATALOG DEFAULT PRICE AND IS CHARGED AT THE CASH
      *    DESK (SMP056), LIKE A SELF-PAY TRIP OR INPATIENT ACCOUNT.

      *---------------------*** END OF PROGRAM ***--------------------*
