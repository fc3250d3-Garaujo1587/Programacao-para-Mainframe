      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     FLEET MAINTENANCE-DUE EXCEPTION REPORT       *
      *     ALSO LISTS LICENSING AND INSURANCE (CADVDOC) *
      *     EXPIRED OR EXPIRING WITHIN 30 DAYS           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT RELMAINT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADVDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VD-PLATE
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "RPTCAT.DAT".
           COPY CPRPTCAT.

       FD CADVDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDOC.DAT".
           COPY CPVDOCR.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TOTAL       PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-RP    PIC X(02) VALUE "00".
       01 W-RELNOME     PIC X(30) VALUE SPACES.
       01 W-DIASMAINT   PIC 9(07) VALUE ZEROS.
       01 W-DAYSTOGO    PIC S9(07) VALUE ZEROS.

      *----[ FLAG A VEHICLE DOCUMENT (LICENSING OR INSURANCE) WHEN ]---
      *----[ IT EXPIRES WITHIN THIS MANY DAYS OR HAS EXPIRED       ]---
       77 W-DOCWINDOW   PIC S9(07) VALUE 30.
       01 W-DOCVENC.
          03 W-DV-ANO   PIC 9(04).
          03 W-DV-MES   PIC 9(02).
          03 W-DV-DIA   PIC 9(02).
       01 W-DOCVENCN REDEFINES W-DOCVENC PIC 9(08).
       01 W-DIASDOC     PIC 9(07) VALUE ZEROS.
       01 W-DOCNOME     PIC X(20) VALUE SPACES.

       01 LIN-TITULO.
          03 FILLER   PIC X(44) VALUE
             "RELMAINT - FLEET MAINTENANCE-DUE EXCEPTIONS".
          03 FILLER     PIC X(12) VALUE "STATUS   : ".
          03 DSTATUS    PIC X(30).

       01 LIN-DOCTIT.
          03 FILLER   PIC X(44) VALUE
             "VEHICLE DOCUMENTS EXPIRED OR DUE IN 30 DAYS".
          03 FILLER   PIC X(36) VALUE SPACES.

       01 DET-DOC.
          03 FILLER     PIC X(12) VALUE "DOCUMENT : ".
          03 DDOCNOME   PIC X(20).
          03 FILLER     PIC X(12) VALUE "  EXPIRES : ".
          03 DDOCVENC   PIC 9999/99/99.

       01 LIN-RODAPE.
          03 FILLER     PIC X(26) VALUE "TOTAL EXCEPTIONS ........ ".
          03 RTOTAL     PIC ZZZ.ZZ9.
           GO TO INC-RD2.

       INC-FIM.
           PERFORM DOC-VARRE THRU DOC-VARRE-FIM
           MOVE SPACES   TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL  TO RTOTAL
       MONTA-EXCEPTION-FIM.
           EXIT.

      *------[ CADVDOC PASS - THE FILE IS OPTIONAL, A VEHICLE ]---------
      *------[ WITHOUT DOCUMENT DATES SIMPLY HAS NOTHING TO SAY ]-------
       DOC-VARRE.
           OPEN INPUT CADVDOC
           IF ST-ERRO3 NOT = "00"
              GO TO DOC-VARRE-FIM.
           MOVE LIN-DOCTIT TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO VD-PLATE
           START CADVDOC KEY IS NOT LESS VD-PLATE INVALID KEY
                 GO TO DOC-VARRE2.
       DOC-VARRE1.
           READ CADVDOC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO DOC-VARRE2.
           IF VD-LICVENC NOT = ZEROS
              MOVE VD-LICVENC TO W-DOCVENCN
              MOVE "LICENSING (CRLV)" TO W-DOCNOME
              PERFORM DOC-TESTA THRU DOC-TESTA-FIM.
           IF VD-SEGVENC NOT = ZEROS
              MOVE VD-SEGVENC TO W-DOCVENCN
              MOVE "INSURANCE" TO W-DOCNOME
              PERFORM DOC-TESTA THRU DOC-TESTA-FIM.
           GO TO DOC-VARRE1.
       DOC-VARRE2.
           CLOSE CADVDOC.
       DOC-VARRE-FIM.
           EXIT.

      *------[ ONE DOCUMENT DATE AGAINST TODAY + W-DOCWINDOW ]---------
       DOC-TESTA.
           COMPUTE W-DIASDOC = W-DV-ANO * 360 +
                                W-DV-MES * 30 + W-DV-DIA
           COMPUTE W-DAYSTOGO = W-DIASDOC - W-DIASHOJE
           IF W-DAYSTOGO > W-DOCWINDOW
              GO TO DOC-TESTA-FIM.

           MOVE VD-PLATE TO PLATE
           READ VEHREG
           IF ST-ERRO NOT = "00"
              MOVE VD-PLATE TO PLATE
              MOVE "*** NOT IN VEHREG ***" TO NAMEP.
           MOVE LETTERP  TO DLETTERP
           MOVE NUMP     TO DNUMP
           MOVE NAMEP    TO DNAMEP
           MOVE DET-PLACA TO LINHA-REL
           WRITE LINHA-REL

           MOVE W-DOCNOME   TO DDOCNOME
           MOVE W-DOCVENCN  TO DDOCVENC
           MOVE DET-DOC     TO LINHA-REL
           WRITE LINHA-REL

           IF W-DAYSTOGO < 0
              MOVE "EXPIRED" TO DSTATUS
           ELSE
              MOVE "EXPIRES WITHIN 30 DAYS" TO DSTATUS.
           MOVE DET-STATUS TO LINHA-REL
           WRITE LINHA-REL

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL.
       DOC-TESTA-FIM.
           EXIT.

      *--[ BUILDS THE DATE-AND-SEQUENCE-STAMPED SPOOL NAME FOR ]-------
      *--[ THIS RUN, CONTINUING TODAY'S SEQUENCE FROM RPTCAT    ]-------
       CAT-NOME.
           MOVE W-CATOPER TO RP-OPERID
           MOVE W-RELNOME TO RP-ARQUIVO
           MOVE W-TOTAL TO RP-REGISTROS
           MOVE SPACE TO RP-ENVIO
           MOVE ZEROS TO RP-ENVDATA
           WRITE REGRPTCAT
           CLOSE RPTCAT.
       CAT-GRAVA-FIM.
