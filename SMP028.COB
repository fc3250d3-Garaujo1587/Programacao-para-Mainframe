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
       01 ST-ERRO-JR    PIC X(02) VALUE "00".
           IF ST-ERC = "00" MOVE "Y" TO W-RECIBOK.
           OPEN I-O CADFATUR
           IF ST-EFT = "00" MOVE "Y" TO W-FATUROK.
           OPEN I-O CADATENH
           IF ST-EAH = "00" MOVE "Y" TO W-ATENHOK.
           OPEN I-O CADNOTAH
           IF ST-ENH = "00" MOVE "Y" TO W-NOTAHOK.
           OPEN I-O CADORDEH
           IF ST-EOH = "00" MOVE "Y" TO W-ORDEHOK.

      *------[ AN INTERRUPTED RUN LEAVES THE PATIENT SPLIT OVER ]-------
      *------[ TWO CPFS - DETECT IT BEFORE ANY NEW WORK STARTS   ]-------
           MOVE "S" TO JR-TIPO
           MOVE "CADORDER" TO JR-ARQUIVO
           PERFORM JRNL-GRAVA THRU JRNL-GRAVA-FIM
           PERFORM RK-ATENH THRU RK-ATENH-FIM
           MOVE "S" TO JR-TIPO
           MOVE "CADATENH" TO JR-ARQUIVO
           PERFORM JRNL-GRAVA THRU JRNL-GRAVA-FIM
           PERFORM RK-NOTAH THRU RK-NOTAH-FIM
           MOVE "S" TO JR-TIPO
           MOVE "CADNOTAH" TO JR-ARQUIVO
           PERFORM JRNL-GRAVA THRU JRNL-GRAVA-FIM
           PERFORM RK-ORDEH THRU RK-ORDEH-FIM
           MOVE "S" TO JR-TIPO
           MOVE "CADORDEH" TO JR-ARQUIVO
           PERFORM JRNL-GRAVA THRU JRNL-GRAVA-FIM
           PERFORM RK-BWAIT THRU RK-BWAIT-FIM
           MOVE "S" TO JR-TIPO
           MOVE "CADBWAIT" TO JR-ARQUIVO
           PERFORM VF-EPIS THRU VF-EPIS-FIM
           PERFORM VF-NOTAS THRU VF-NOTAS-FIM
           PERFORM VF-ORDER THRU VF-ORDER-FIM
           PERFORM VF-ATENH THRU VF-ATENH-FIM
           PERFORM VF-NOTAH THRU VF-NOTAH-FIM
           PERFORM VF-ORDEH THRU VF-ORDEH-FIM
           PERFORM VF-QUARTO THRU VF-QUARTO-FIM
           PERFORM VF-HOLDER THRU VF-HOLDER-FIM
           PERFORM VF-BWAIT THRU VF-BWAIT-FIM
       VF-ORDER-FIM.
           EXIT.

       VF-ATENH.
           IF W-ATENHOK NOT = "Y"
              GO TO VF-ATENH-FIM.
           MOVE W-OLDCPF TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO VF-ATENH-FIM.
           READ CADATENH NEXT
           IF ST-EAH = "00" AND AH-CPF = W-OLDCPF
              MOVE "N" TO W-VERIFOK.
       VF-ATENH-FIM.
           EXIT.

       VF-NOTAH.
           IF W-NOTAHOK NOT = "Y"
              GO TO VF-NOTAH-FIM.
           MOVE W-OLDCPF TO NH-CPF
           START CADNOTAH KEY IS NOT LESS NH-CPF INVALID KEY
                 GO TO VF-NOTAH-FIM.
           READ CADNOTAH NEXT
           IF ST-ENH = "00" AND NH-CPF = W-OLDCPF
              MOVE "N" TO W-VERIFOK.
       VF-NOTAH-FIM.
           EXIT.

       VF-ORDEH.
           IF W-ORDEHOK NOT = "Y"
              GO TO VF-ORDEH-FIM.
           MOVE W-OLDCPF TO OH-CPF
           START CADORDEH KEY IS NOT LESS OH-CPF INVALID KEY
                 GO TO VF-ORDEH-FIM.
           READ CADORDEH NEXT
           IF ST-EOH = "00" AND OH-CPF = W-OLDCPF
              MOVE "N" TO W-VERIFOK.
       VF-ORDEH-FIM.
           EXIT.

      *--[ THE PLAIN-FIELD FILES TAKE THE SAME FULL SCANS THEIR ]------
      *--[ RK- STEPS DO - A REWRITE THAT SILENTLY FAILED THERE  ]------
      *--[ STILL SHOWS UP HERE                                  ]------
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
       RK-ORDER-FIM.
           EXIT.

      *------[ THE SMP145 HISTORY FILES CARRY THE CPF AS A    ]---------
      *------[ DUPLICATE ALT KEY FIELD TOO - SAME IN-PLACE    ]---------
      *------[ REWRITE AS THEIR LIVE COUNTERPARTS             ]---------
       RK-ATENH.
           IF W-ATENHOK NOT = "Y"
              GO TO RK-ATENH-FIM.
           MOVE W-OLDCPF TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO RK-ATENH-FIM.
       RK-ATENH1.
           READ CADATENH NEXT
           IF ST-EAH NOT = "00"
              GO TO RK-ATENH-FIM.
           IF AH-CPF NOT = W-OLDCPF
              GO TO RK-ATENH-FIM.
           MOVE "CADATENH" TO DL-ARQUIVO
           MOVE CHAVEATENH TO DL-CHAVE
           MOVE REGATENH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-NEWCPF TO AH-CPF
           REWRITE REGATENH
           ADD 1 TO W-TOTNOVO
           GO TO RK-ATENH.
       RK-ATENH-FIM.
           EXIT.

       RK-NOTAH.
           IF W-NOTAHOK NOT = "Y"
              GO TO RK-NOTAH-FIM.
           MOVE W-OLDCPF TO NH-CPF
           START CADNOTAH KEY IS NOT LESS NH-CPF INVALID KEY
                 GO TO RK-NOTAH-FIM.
       RK-NOTAH1.
           READ CADNOTAH NEXT
           IF ST-ENH NOT = "00"
              GO TO RK-NOTAH-FIM.
           IF NH-CPF NOT = W-OLDCPF
              GO TO RK-NOTAH-FIM.
           MOVE "CADNOTAH" TO DL-ARQUIVO
           MOVE CHAVENOTAH TO DL-CHAVE
           MOVE REGNOTAH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-NEWCPF TO NH-CPF
           REWRITE REGNOTAH
           ADD 1 TO W-TOTNOVO
           GO TO RK-NOTAH.
       RK-NOTAH-FIM.
           EXIT.

       RK-ORDEH.
           IF W-ORDEHOK NOT = "Y"
              GO TO RK-ORDEH-FIM.
           MOVE W-OLDCPF TO OH-CPF
           START CADORDEH KEY IS NOT LESS OH-CPF INVALID KEY
                 GO TO RK-ORDEH-FIM.
       RK-ORDEH1.
           READ CADORDEH NEXT
           IF ST-EOH NOT = "00"
              GO TO RK-ORDEH-FIM.
           IF OH-CPF NOT = W-OLDCPF
              GO TO RK-ORDEH-FIM.
           MOVE "CADORDEH" TO DL-ARQUIVO
           MOVE CHAVEORDEH TO DL-CHAVE
           MOVE REGORDEH TO DL-IMAGEM
           PERFORM DLOG-WRITE THRU DLOG-WRITE-FIM
           MOVE W-NEWCPF TO OH-CPF
           REWRITE REGORDEH
           ADD 1 TO W-TOTNOVO
           GO TO RK-ORDEH.
       RK-ORDEH-FIM.
           EXIT.

      *------[ CADBWAIT, CADRECIB AND CADFATUR HOLD THE CPF AS A ]------
      *------[ PLAIN DATA FIELD - FULL SEQUENTIAL SCANS, LIKE    ]------
      *------[ RK-QUARTO                                          ]------
