       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP107.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     NFS-E RE-SEND FOR SELF-PAY RECEIPTS         *
      *     EVERY CASH-DESK RECEIPT STILL WITHOUT ITS   *
      *     MUNICIPAL SERVICE INVOICE - REFUSED BY THE  *
      *     CITY, NO ANSWER FROM ITS SERVICE OR NEVER   *
      *     SENT - GOES TO NFSEWSVC AGAIN, AND RELNFSE  *
      *     LISTS WHAT WAS ISSUED AND WHAT IS STILL     *
      *     PENDING FOR THE CASH DESK TO FOLLOW UP      *
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

       SELECT RELNFSE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
           COPY CPRECIBR.

       FD RELNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNFSE.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-NFSSTAT     PIC X(02) VALUE SPACES.
       01 W-NFSNUM      PIC 9(08) VALUE ZEROS.
       01 W-NFSCOD      PIC X(08) VALUE SPACES.
       01 W-QTDENV      PIC 9(05) VALUE ZEROS.
       01 W-QTDEMI      PIC 9(05) VALUE ZEROS.
       01 W-QTDPEN      PIC 9(05) VALUE ZEROS.
       01 W-VLRPEN      PIC 9(07)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELNFSE - NFS-E RE-SEND FOR CASH RECEIPTS - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(25) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "RECEIPT  DATE       CPF              VAL".
          03 FILLER   PIC X(40) VALUE
             "UE TRY RESULT                           ".

       01 LIN-DET.
          03 DRECNUM    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVALOR     PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTENT      PIC Z9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DRESULT    PIC X(33).

       01 LIN-EMI.
          03 FILLER     PIC X(07) VALUE "ISSUED ".
          03 EMINUM     PIC 9(08).
          03 FILLER     PIC X(07) VALUE " VERIF ".
          03 EMICOD     PIC X(08).

       01 LIN-PEN.
          03 PENTXT     PIC X(28).
          03 FILLER     PIC X(01) VALUE "(".
          03 PENRET     PIC X(02).
          03 FILLER     PIC X(01) VALUE ")".

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "RECEIPTS RE-SENT ........... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "NFS-E ISSUED NOW ........... ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "STILL WITHOUT NFS-E ........ ".
          03 R3TOT      PIC ZZ.ZZ9.
          03 FILLER     PIC X(03) VALUE SPACES.
          03 R3VALOR    PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADRECIB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADRECIB FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN OUTPUT RELNFSE
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "*** RE-SENDING PENDING NFS-E ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-QTDENV W-QTDEMI W-QTDPEN W-VLRPEN
           MOVE ZEROS TO RECNUM
           START CADRECIB KEY IS NOT LESS RECNUM INVALID KEY
                 GO TO INC-FIM.

       LER-RECIB.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF RC-NFSSIT = "E"
              GO TO LER-RECIB.

           MOVE "99" TO W-NFSSTAT
           MOVE ZEROS TO W-NFSNUM
           MOVE SPACES TO W-NFSCOD
           CALL "NFSEWSVC" USING RECNUM RC-DATA RC-CPF RC-VALOR
                                 W-NFSSTAT W-NFSNUM W-NFSCOD
              ON OVERFLOW
                 MOVE "99" TO W-NFSSTAT.
           ADD 1 TO RC-NFSTENT
           MOVE W-NFSSTAT TO RC-NFSRET
           IF W-NFSSTAT = "00"
              MOVE "E" TO RC-NFSSIT
              MOVE W-NFSNUM TO RC-NFSNUM
              MOVE W-NFSCOD TO RC-NFSCOD
           ELSE
              IF W-NFSSTAT = "99"
                 MOVE "T" TO RC-NFSSIT
              ELSE
                 MOVE "R" TO RC-NFSSIT.
           REWRITE REGRECIB
           IF ST-ERRO NOT = "00"
              MOVE "ERROR UPDATING THE RECEIPT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.
           ADD 1 TO W-QTDENV

           MOVE RECNUM TO DRECNUM
           MOVE RC-DATA TO DDATA
           MOVE RC-CPF TO DCPF
           MOVE RC-VALOR TO DVALOR
           MOVE RC-NFSTENT TO DTENT
           IF RC-NFSSIT = "E"
              MOVE RC-NFSNUM TO EMINUM
              MOVE RC-NFSCOD TO EMICOD
              MOVE LIN-EMI TO DRESULT
              ADD 1 TO W-QTDEMI
           ELSE
              IF RC-NFSSIT = "T"
                 MOVE "NO ANSWER - TRY AGAIN TOMORROW" TO PENTXT
              ELSE
                 MOVE "REFUSED - CHECK PATIENT CPF" TO PENTXT.
           IF RC-NFSSIT NOT = "E"
              MOVE RC-NFSRET TO PENRET
              MOVE LIN-PEN TO DRESULT
              ADD 1 TO W-QTDPEN
              ADD RC-VALOR TO W-VLRPEN.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO LER-RECIB.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDENV TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDEMI TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDPEN TO R3TOT
           MOVE W-VLRPEN TO R3VALOR
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** RELNFSE.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELNFSE.

       ROT-FIM.
           CLOSE CADRECIB.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

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
      *    30 = ARQUIVO NAO ENCONTRADO
      *    NOTE: A REFUSED RECEIPT IS RE-SENT EVERY NIGHT UNTIL THE
      *    PATIENT'S CPF IS CORRECTED (SMP028) AND THE CITY ACCEPTS
      *    IT - RC-NFSTENT ON THE REPORT SHOWS HOW LONG IT HAS WAITED.

      *---------------------*** END OF PROGRAM ***--------------------*
