                    RECORD KEY   IS CHAVEAGEND
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECRED
                    FILE STATUS  IS ST-ERRO7.

       SELECT RELSLOTS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADLEAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
           COPY CPAGENDR.

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
           COPY CPCREDR.

       FD RELSLOTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSLOTS.DAT".
       01 W-MINSLOT     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-AGTEM       PIC X(01) VALUE "N".
       01 W-SLOTUNI     PIC 9(02) VALUE 01.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-FEAVAIL     PIC X(01) VALUE "N".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-CDAVAIL     PIC X(01) VALUE "N".
       01 W-CDULT       PIC 9(04) VALUE ZEROS.
       01 W-CDPTR       PIC 9(03) VALUE ZEROS.
       01 W-CONVLISTA   PIC X(60) VALUE SPACES.
       01 W-SLOTTOT     PIC 9(05) VALUE ZEROS.
       01 W-FIMTOT      PIC 9(05) VALUE ZEROS.
       01 W-HHMM.
           OPEN INPUT CADFERIA
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-FEAVAIL.
      *    NO CREDENTIALING FILE YET - EVERY AGREEMENT IS ACCEPTED
           MOVE "N" TO W-CDAVAIL
           OPEN INPUT CADCRED
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-CDAVAIL.
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                              OR ST-ERRO5 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
           MOVE "*** GENERATING OPEN-SLOTS EXTRACT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           MOVE "CRMUF,CRM,DOCTOR,DATE,TIME,AGREEMENTS,UNIT"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-TOTAL

              IF ST-ERRO6 = "00" AND FE-TIPO = "F"
                 GO TO DAY-LOOP.

           PERFORM CRED-LISTA THRU CRED-LISTA-FIM

           IF W-AGTEM = "Y"
              GO TO TMPL-DAY.

           MOVE 01 TO W-SLOTUNI
           MOVE 8 TO W-HORAC
           MOVE ZEROS TO W-MINSLOT.

           ADD 1 TO W-HORAC
           GO TO SLOT-LOOP.

      *------[ TEMPLATE-DRIVEN SLOTS: THE DOCTOR'S CADAGEND ROWS ]------
      *------[ FOR THIS WEEKDAY, ONE PER UNIT WORKED, SET THE    ]------
      *------[ HOURS AND SLOT LENGTH; NO ROW MEANS THE DOCTOR    ]------
      *------[ DOES NOT WORK THAT DAY                            ]------
       TMPL-DAY.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE DCRMUF TO AG-CRMUF
           MOVE DCRM TO AG-CRM
           MOVE ZEROS TO AG-UNIDADE AG-DIASEM
           START CADAGEND KEY IS NOT LESS CHAVEAGEND INVALID KEY
                 GO TO DAY-LOOP.

       TMPL-ROW.
           READ CADAGEND NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO DAY-LOOP.
           IF AG-CRMUF NOT = DCRMUF OR AG-CRM NOT = DCRM
              GO TO DAY-LOOP.
           IF AG-DIASEM NOT = W-DIASEM
              GO TO TMPL-ROW.
           MOVE AG-UNIDADE TO W-SLOTUNI
           IF W-SLOTUNI = ZEROS
              MOVE 01 TO W-SLOTUNI.

           MOVE AG-INICIO TO W-HHMM
           COMPUTE W-SLOTTOT = W-HH * 60 + W-MM

       TMPL-SLOT.
           IF W-SLOTTOT NOT < W-FIMTOT
              GO TO TMPL-ROW.

           DIVIDE W-SLOTTOT BY 60 GIVING W-HORAC
                   REMAINDER W-MINSLOT
           CLOSE CADMED CADATEN CADLEAVE CADAGEND RELSLOTS.
           IF W-FEAVAIL = "Y"
              CLOSE CADFERIA.
           IF W-CDAVAIL = "Y"
              CLOSE CADCRED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
                  W-HORAC                     DELIMITED BY SIZE
                  ":"                         DELIMITED BY SIZE
                  W-MINSLOT                   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  W-CONVLISTA                 DELIMITED BY SPACE
                  ","                         DELIMITED BY SIZE
                  W-SLOTUNI                   DELIMITED BY SIZE
             INTO LINHA-REL
           WRITE LINHA-REL.
       MONTA-SLOT-FIM.
           EXIT.

      *------[ AGREEMENTS THE DOCTOR IS CREDENTIALED FOR ON   ]---------
      *------[ W-CURDATEN, AS CODES SEPARATED BY ";" - BLANK  ]---------
      *------[ MEANS SELF-PAY ONLY, "ALL" MEANS NO CADCRED    ]---------
       CRED-LISTA.
           MOVE SPACES TO W-CONVLISTA
           IF W-CDAVAIL NOT = "Y"
              MOVE "ALL" TO W-CONVLISTA
              GO TO CRED-LISTA-FIM.
           MOVE 1 TO W-CDPTR
           MOVE ZEROS TO W-CDULT
           MOVE DCRMUF TO CD-CRMUF
           MOVE DCRM TO CD-CRM
           MOVE ZEROS TO CD-CONV CD-INICIO
           START CADCRED KEY IS NOT LESS CHAVECRED INVALID KEY
                 GO TO CRED-LISTA-FIM.
       CRED-LISTA1.
           READ CADCRED NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO CRED-LISTA-FIM.
           IF CD-CRMUF NOT = DCRMUF OR CD-CRM NOT = DCRM
              GO TO CRED-LISTA-FIM.
           IF CD-CONV = W-CDULT
              GO TO CRED-LISTA1.
           IF CD-INICIO > W-CURDATEN
              GO TO CRED-LISTA1.
           IF CD-FIM NOT = 0 AND CD-FIM < W-CURDATEN
              GO TO CRED-LISTA1.
           MOVE CD-CONV TO W-CDULT
           IF W-CDPTR > 1
              STRING ";" DELIMITED BY SIZE
                INTO W-CONVLISTA WITH POINTER W-CDPTR
                ON OVERFLOW GO TO CRED-LISTA-FIM.
           STRING CD-CONV DELIMITED BY SIZE
             INTO W-CONVLISTA WITH POINTER W-CDPTR
             ON OVERFLOW GO TO CRED-LISTA-FIM.
           GO TO CRED-LISTA1.
       CRED-LISTA-FIM.
           EXIT.

      *------[ TODAY'S DATE INTO W-CURDATE/W-CURDATEN ]-----------------
       HOJE-CALC.
           ACCEPT W-CURDATEN FROM DATE YYYYMMDD
           MOVE "N" TO W-AGTEM
           MOVE DCRMUF TO AG-CRMUF
           MOVE DCRM TO AG-CRM
           MOVE ZEROS TO AG-UNIDADE AG-DIASEM
           START CADAGEND KEY IS NOT LESS CHAVEAGEND INVALID KEY
                 GO TO AGTEM-CHK-FIM.
           READ CADAGEND NEXT
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: THE AGREEMENTS COLUMN LISTS THE CADCONV CODES THE
      *    DOCTOR IS CREDENTIALED FOR ON THE SLOT DATE; THE PORTAL
      *    OFFERS THE SLOT TO SELF-PAY PATIENTS AND TO PATIENTS OF
      *    THOSE AGREEMENTS ONLY.

      *---------------------*** END OF PROGRAM ***--------------------*
