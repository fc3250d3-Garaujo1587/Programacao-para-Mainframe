                    FILE STATUS  IS ST-EOR
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-EAH
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENOTAH
                    FILE STATUS  IS ST-ENH
                    ALTERNATE RECORD KEY IS NH-CPF WITH DUPLICATES.

       SELECT CADORDEH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDEH
                    FILE STATUS  IS ST-EOH
                    ALTERNATE RECORD KEY IS OH-CPF WITH DUPLICATES.

       SELECT CADBWAIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADQUARTO
               LABEL RECORD IS STANDARD
          03 PLANOQ         PIC 9(02).
          03 CPFQ            PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADDIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD CADNOTAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".
           COPY CPNOTAHR.

       FD CADORDEH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEH.DAT".
           COPY CPORDHR.

       FD CADBWAIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBWAIT.DAT".
       01 ST-EBW        PIC X(02) VALUE "00".
       01 ST-ERC        PIC X(02) VALUE "00".
       01 ST-EFT        PIC X(02) VALUE "00".
       01 ST-EAH        PIC X(02) VALUE "00".
       01 ST-ENH        PIC X(02) VALUE "00".
       01 ST-EOH        PIC X(02) VALUE "00".
       01 W-CLINOK      PIC X(01) VALUE "N".
       01 W-OBITOK      PIC X(01) VALUE "N".
       01 W-DIETOK      PIC X(01) VALUE "N".
       01 W-BWAITOK     PIC X(01) VALUE "N".
       01 W-RECIBOK     PIC X(01) VALUE "N".
       01 W-FATUROK     PIC X(01) VALUE "N".
       01 W-ATENHOK     PIC X(01) VALUE "N".
       01 W-NOTAHOK     PIC X(01) VALUE "N".
       01 W-ORDEHOK     PIC X(01) VALUE "N".
       01 W-REGSAVE     PIC X(100) VALUE SPACES.
       01 W-TOTNOVO     PIC 9(04) VALUE ZEROS.

           IF ST-ERC = "00" MOVE "Y" TO W-RECIBOK.
           OPEN I-O CADFATUR
           IF ST-EFT = "00" MOVE "Y" TO W-FATUROK.
           OPEN I-O CADATENH
           IF ST-EAH = "00" MOVE "Y" TO W-ATENHOK.
           OPEN I-O CADNOTAH
           IF ST-ENH = "00" MOVE "Y" TO W-NOTAHOK.
           OPEN I-O CADORDEH
           IF ST-EOH = "00" MOVE "Y" TO W-ORDEHOK.

       R1.
           MOVE ZEROS TO W-CPF1 W-CPF2 W-NASC1 W-NASC2 W-CONV1 W-CONV2
           PERFORM MG-EPIS THRU MG-EPIS-FIM
           PERFORM MG-NOTAS THRU MG-NOTAS-FIM
           PERFORM MG-ORDER THRU MG-ORDER-FIM
           PERFORM MG-ATENH THRU MG-ATENH-FIM
           PERFORM MG-NOTAH THRU MG-NOTAH-FIM
           PERFORM MG-ORDEH THRU MG-ORDEH-FIM
           PERFORM MG-BWAIT THRU MG-BWAIT-FIM
           PERFORM MG-RECIB THRU MG-RECIB-FIM
           PERFORM MG-FATUR THRU MG-FATUR-FIM
              CLOSE CADRECIB.
           IF W-FATUROK = "Y"
              CLOSE CADFATUR.
           IF W-ATENHOK = "Y"
              CLOSE CADATENH.
           IF W-NOTAHOK = "Y"
              CLOSE CADNOTAH.
           IF W-ORDEHOK = "Y"
              CLOSE CADORDEH.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
       MG-ORDER-FIM.
           EXIT.

      *------[ THE SMP145 HISTORY FILES CARRY THE CPF AS A    ]---------
      *------[ DUPLICATE ALT KEY FIELD TOO - SAME IN-PLACE    ]---------
      *------[ REWRITE AS THEIR LIVE COUNTERPARTS             ]---------
       MG-ATENH.
           IF W-ATENHOK NOT = "Y"
              GO TO MG-ATENH-FIM.
           MOVE W-SAI TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO MG-ATENH-FIM.
       MG-ATENH1.
           READ CADATENH NEXT
           IF ST-EAH NOT = "00"
              GO TO MG-ATENH-FIM.
           IF AH-CPF NOT = W-SAI
              GO TO MG-ATENH-FIM.
           MOVE "CADATENH" TO DL-ARQUIVO
           MOVE CHAVEATENH TO DL-CHAVE
           MOVE REGATENH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-FICA TO AH-CPF
           REWRITE REGATENH
           ADD 1 TO W-TOTNOVO
           GO TO MG-ATENH.
       MG-ATENH-FIM.
           EXIT.

       MG-NOTAH.
           IF W-NOTAHOK NOT = "Y"
              GO TO MG-NOTAH-FIM.
           MOVE W-SAI TO NH-CPF
           START CADNOTAH KEY IS NOT LESS NH-CPF INVALID KEY
                 GO TO MG-NOTAH-FIM.
       MG-NOTAH1.
           READ CADNOTAH NEXT
           IF ST-ENH NOT = "00"
              GO TO MG-NOTAH-FIM.
           IF NH-CPF NOT = W-SAI
              GO TO MG-NOTAH-FIM.
           MOVE "CADNOTAH" TO DL-ARQUIVO
           MOVE CHAVENOTAH TO DL-CHAVE
           MOVE REGNOTAH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-FICA TO NH-CPF
           REWRITE REGNOTAH
           ADD 1 TO W-TOTNOVO
           GO TO MG-NOTAH.
       MG-NOTAH-FIM.
           EXIT.

       MG-ORDEH.
           IF W-ORDEHOK NOT = "Y"
              GO TO MG-ORDEH-FIM.
           MOVE W-SAI TO OH-CPF
           START CADORDEH KEY IS NOT LESS OH-CPF INVALID KEY
                 GO TO MG-ORDEH-FIM.
       MG-ORDEH1.
           READ CADORDEH NEXT
           IF ST-EOH NOT = "00"
              GO TO MG-ORDEH-FIM.
           IF OH-CPF NOT = W-SAI
              GO TO MG-ORDEH-FIM.
           MOVE "CADORDEH" TO DL-ARQUIVO
           MOVE CHAVEORDEH TO DL-CHAVE
           MOVE REGORDEH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-FICA TO OH-CPF
           REWRITE REGORDEH
           ADD 1 TO W-TOTNOVO
           GO TO MG-ORDEH.
       MG-ORDEH-FIM.
           EXIT.

      *------[ CADBWAIT, CADRECIB AND CADFATUR HOLD THE CPF AS A ]------
      *------[ PLAIN DATA FIELD - FULL SEQUENTIAL SCANS, LIKE    ]------
      *------[ MG-QUARTO                                          ]------
