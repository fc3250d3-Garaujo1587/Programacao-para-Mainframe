      **************************************************
      *     MAINTENANCE OF THE IMMUNIZATION RECORD      *
      *     ONE CADVAC ROW PER PATIENT/VACCINE/DOSE     *
      *     THE LOT GIVEN IS KEPT ON CADLOTE            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOTE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS LT-PRODLOTE WITH DUPLICATES.

           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY CPLOTER.

       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           COPY CPRECALR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 PACNOME       PIC X(30) VALUE SPACES.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 W-LISTCPF     PIC 9(11) VALUE ZEROS.
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-RLAVAIL     PIC X(01) VALUE "N".
       01 W-VACLOTE     PIC X(10) VALUE SPACES.
       01 W-LOTEANT     PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  " APPLIED ON:".
           05  LINE 12  COLUMN 01
               VALUE  " DOCTOR UF/CRM:            NAME:".
           05  LINE 14  COLUMN 01
               VALUE  " LOT GIVEN:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               LINE 12  COLUMN 34  PIC X(30)
               USING  DOCNOME
               HIGHLIGHT.
           05  TLOTE
               LINE 14  COLUMN 13  PIC X(10)
               USING  W-VACLOTE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    THE LOT OF EVERY DOSE IS KEPT FOR A RECALL
       R0B.
           OPEN I-O CADLOTE
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 MOVE "*** CADLOTE ARCHIVE WAS CREATED **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERROR IN OPENING THE CADLOTE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *    A LOT UNDER RECALL IS NOT GIVEN - NO CADRECAL, NO RECALL
       R0C.
           MOVE "N" TO W-RLAVAIL
           OPEN INPUT CADRECAL
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-RLAVAIL.

       R1.
           MOVE SPACES TO PACNOME DOCNOME VC-VACINA VC-CRMUF W-VACLOTE
           MOVE SPACES TO W-LOTEANT
           MOVE ZEROS TO VC-CPF VC-DOSE VC-DATA VC-CRM
           DISPLAY TELAVAC.

           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM R6A
                PERFORM LOTE-LER THRU LOTE-LER-FIM
                DISPLAY TELAVAC
                GO TO ACE-001
             ELSE
           IF ST-ERRO3 = "00"
              MOVE NOUN TO DOCNOME.

       R7.
           MOVE SPACES TO W-VACLOTE

           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

           IF W-VACLOTE = SPACES
              MOVE "*** ENTER THE LOT ON THE VIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

      *    A DOSE ALREADY GIVEN FROM A LOT RECALLED SINCE KEEPS IT
           IF W-RLAVAIL = "Y" AND W-VACLOTE NOT = W-LOTEANT
              MOVE VC-VACINA TO RL-PRODUTO
              MOVE W-VACLOTE TO RL-LOTE
              READ CADRECAL
              IF ST-ERRO5 = "00" AND RL-SIT = "C"
                 MOVE "*** LOT UNDER RECALL - DO NOT GIVE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R7.

       INC-OPC.
                MOVE "Y" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE REGVAC
                IF ST-ERRO = "00" OR "02"
                      PERFORM LOTE-GRAVA THRU LOTE-GRAVA-FIM
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-DL1.
                DELETE CADVAC RECORD
                IF ST-ERRO = "00"
                   PERFORM LOTE-EXCL THRU LOTE-EXCL-FIM
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-RW1.
                REWRITE REGVAC
                IF ST-ERRO = "00" OR "02"
                   PERFORM LOTE-GRAVA THRU LOTE-GRAVA-FIM
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                 GO TO VAC-LIST-FIM.

           PERFORM R6A
           PERFORM LOTE-LER THRU LOTE-LER-FIM
           DISPLAY TELAVAC
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
       VAC-LIST-FIM.
           EXIT.

      *--------[ THE DOSE'S LOT ON CADLOTE - ONE ROW PER DOSE ]---------
       LOTE-CHAVE.
           MOVE "V" TO LT-TIPO
           MOVE CHAVEVAC TO LT-ORIGEM
           MOVE 01 TO LT-SEQ.
       LOTE-CHAVE-FIM.
           EXIT.

      *    A DOSE RECORDED BEFORE LOTS WERE KEPT SHOWS A BLANK LOT
       LOTE-LER.
           MOVE SPACES TO W-VACLOTE W-LOTEANT
           PERFORM LOTE-CHAVE THRU LOTE-CHAVE-FIM
           READ CADLOTE
           IF ST-ERRO4 = "00"
              MOVE LT-LOTE TO W-VACLOTE W-LOTEANT.
       LOTE-LER-FIM.
           EXIT.

       LOTE-GRAVA.
           MOVE SPACES TO REGLOTE
           MOVE ZEROS TO LT-UNIDADE LT-CPF LT-DATA LT-HORA LT-QTD
                         LT-CRM
           PERFORM LOTE-CHAVE THRU LOTE-CHAVE-FIM
           MOVE VC-VACINA TO LT-PRODUTO
           MOVE W-VACLOTE TO LT-LOTE
           MOVE VC-CPF TO LT-CPF
           MOVE VC-DATA TO LT-DATA
           MOVE 1 TO LT-QTD
           MOVE VC-CRMUF TO LT-CRMUF
           MOVE VC-CRM TO LT-CRM
           MOVE "SMP062" TO LT-PROGR
           WRITE REGLOTE
           IF ST-ERRO4 = "22"
              REWRITE REGLOTE.
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "*** ERROR RECORDING THE LOT GIVEN ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LOTE-GRAVA-FIM.
           EXIT.

       LOTE-EXCL.
           PERFORM LOTE-CHAVE THRU LOTE-CHAVE-FIM
           DELETE CADLOTE RECORD.
       LOTE-EXCL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVAC CADPACI CADMED CADLOTE.
           IF W-RLAVAIL = "Y"
              CLOSE CADRECAL.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
