                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

           SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
           COPY CPUNIDR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-UNAVAIL     PIC X(01) VALUE "N".
       01 UNINOME       PIC X(30) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 DOCNOME       PIC X(30) VALUE SPACES.
       01 DIATXT        PIC X(09) VALUE SPACES.
               VALUE  "EMPLATE ]-------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  " DOCTOR UF/CRM:            NAME:".
           05  LINE 05  COLUMN 01
               VALUE  " UNIT:".
           05  LINE 06  COLUMN 01
               VALUE  " WEEKDAY (1=MON..7=SUN):".
           05  LINE 08  COLUMN 01
               LINE 04  COLUMN 34  PIC X(30)
               USING  DOCNOME
               HIGHLIGHT.
           05  TUNIDADE
               LINE 05  COLUMN 08  PIC 9(02)
               USING  AG-UNIDADE
               HIGHLIGHT.
           05  TUNINOME
               LINE 05  COLUMN 11  PIC X(30)
               USING  UNINOME
               HIGHLIGHT.
           05  TDIASEM
               LINE 06  COLUMN 26  PIC 9(01)
               USING  AG-DIASEM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *    A SINGLE-UNIT SITE HAS NO UNIT MASTER - EVERY ROW IS UNIT 01
           MOVE "N" TO W-UNAVAIL
           OPEN INPUT CADUNID
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-UNAVAIL.

       R1.
           MOVE SPACES TO AG-CRMUF DOCNOME DIATXT UNINOME
           MOVE ZEROS TO AG-CRM AG-DIASEM AG-INICIO AG-FIM AG-SLOTMIN
           MOVE 01 TO AG-UNIDADE
           DISPLAY TELAAGTMP.

       R2.
           MOVE NOUN TO DOCNOME
           DISPLAY TDOCNOME.

       R2U.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF AG-UNIDADE = ZEROS
              MOVE 01 TO AG-UNIDADE.
           PERFORM UNID-LER THRU UNID-LER-FIM
           DISPLAY TUNIDADE
           DISPLAY TUNINOME
           IF ST-ERRO3 NOT = "00"
              MOVE "*** UNIT NOT FOUND OR CLOSED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2U.

       R3.
           MOVE ZEROS TO AG-DIASEM

           ACCEPT TDIASEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2U.

           IF AG-DIASEM = ZEROS
                PERFORM AGD-LIST THRU AGD-LIST-FIM
                GO TO ROT-FIM.

      *--------[ BLANK WEEKDAY LISTS THE DOCTOR'S WHOLE TEMPLATE ]------
      *--------[ ACROSS EVERY UNIT                               ]------
       AGD-LIST.
           MOVE AG-CRMUF TO W-LISTUF
           MOVE AG-CRM TO W-LISTCRM
           MOVE ZEROS TO AG-UNIDADE AG-DIASEM
           START CADAGEND KEY IS NOT LESS CHAVEAGEND INVALID KEY
                 MOVE "*** NO TEMPLATE RECORDED ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO AGD-LIST-FIM.

           MOVE TBDIA(AG-DIASEM) TO DIATXT
           PERFORM UNID-LER THRU UNID-LER-FIM
           DISPLAY TELAAGTMP
           DISPLAY (23, 12) "ENTER=NEXT   X=RETURN"
           ACCEPT (23, 40) W-OPCAO
       AGD-LIST-FIM.
           EXIT.

      *--------[ UNIT NAME FOR THE SCREEN - ST-ERRO3 IS "00" WHEN ]-----
      *--------[ THE UNIT MAY TAKE A TEMPLATE ROW                 ]-----
       UNID-LER.
           MOVE SPACES TO UNINOME
           MOVE "00" TO ST-ERRO3
           IF W-UNAVAIL NOT = "Y"
              GO TO UNID-LER-FIM.
           MOVE AG-UNIDADE TO UN-CODIGO
           READ CADUNID
           IF ST-ERRO3 NOT = "00"
              GO TO UNID-LER-FIM.
           MOVE UN-NOME TO UNINOME
           IF UN-ATIVO NOT = "A"
              MOVE "23" TO ST-ERRO3.
       UNID-LER-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGEND CADMED.
           IF W-UNAVAIL = "Y"
              CLOSE CADUNID.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
