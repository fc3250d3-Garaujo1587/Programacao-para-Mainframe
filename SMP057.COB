                    ALTERNATE RECORD KEY IS FT-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO-EP.

       SELECT RELDIARIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
           COPY CPFATURR.

       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD RELDIARIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIARIA.DAT".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO8     PIC X(02) VALUE "00".
       01 ST-ERRO-RH    PIC X(02) VALUE "00".
       01 ST-ERRO-EP    PIC X(02) VALUE "00".
       01 W-EPAVAIL     PIC X(01) VALUE "N".
       01 W-GUIA        PIC X(20) VALUE SPACES.
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 W-SKIPPED     PIC 9(06) VALUE ZEROS.
       01 W-TOTVAL      PIC 9(08)V99 VALUE ZEROS.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    THE ADMISSION EPISODE CARRIES THE INSURER AUTHORIZATION
      *    NUMBER THE PER-DIEM BILL MUST QUOTE
           MOVE "N" TO W-EPAVAIL
           OPEN INPUT CADEPIS
           IF ST-ERRO-EP = "00"
              MOVE "Y" TO W-EPAVAIL.

           MOVE "*** COMPUTING OCCUPANCY DAYS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM


       ROT-FIM.
           CLOSE ROOMHIST CADQUARTO CADPACI CADFATUR RELDIARIA.
           IF W-EPAVAIL = "Y"
              CLOSE CADEPIS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
              GO TO FATURA-INT-FIM.

           COMPUTE W-VALOR = W-DIAS * TBDIAR(PLANOQ)
           PERFORM GUIA-BUSCA THRU GUIA-BUSCA-FIM

           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM       TO FATNUM
           MOVE "D"             TO FT-TIPO
           MOVE W-VALOR         TO FT-VALOR
           MOVE "O"             TO FT-STATUS
           MOVE ZEROS           TO FT-PAGDATA FT-PAGVALOR FT-BOLETO
           MOVE SPACES          TO FT-SITPAG FT-GLOSA FT-MODAL
           MOVE W-GUIA          TO FT-GUIA
           WRITE REGFATUR
           IF ST-ERRO8 = "00" OR "02"
              ADD 1 TO W-TOTAL
       FATURA-INT-FIM.
           EXIT.

      *------[ AUTHORIZATION OF THE EPISODE THE INTERVAL BELONGS ]-----
      *------[ TO - THE PATIENT'S LATEST ADMISSION ON OR BEFORE  ]-----
      *------[ THE INTERVAL START                                ]-----
       GUIA-BUSCA.
           MOVE SPACES TO W-GUIA
           IF W-EPAVAIL NOT = "Y"
              GO TO GUIA-BUSCA-FIM.
           MOVE W-INTCPF TO EP-CPF
           MOVE ZEROS TO EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO GUIA-BUSCA-FIM.
       GUIA-BUSCA1.
           READ CADEPIS NEXT
           IF ST-ERRO-EP NOT = "00"
              GO TO GUIA-BUSCA-FIM.
           IF EP-CPF NOT = W-INTCPF
              GO TO GUIA-BUSCA-FIM.
           IF EP-ADMDATA > W-INTINI
              GO TO GUIA-BUSCA-FIM.
           MOVE EP-GUIA TO W-GUIA
           GO TO GUIA-BUSCA1.
       GUIA-BUSCA-FIM.
           EXIT.

      *------[ SAME LIVE-LINE CHECK AS SMP052'S JA-FATURADO ]-----------
       JA-FATURADO.
           MOVE "N" TO W-JAFAT
