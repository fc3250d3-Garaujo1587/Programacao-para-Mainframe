       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP143.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     NIGHT BATCH STATUS REPORT                   *
      *     LISTS EVERY CADRUNC STEP OF THE LAST        *
      *     BUSINESS DATE - COMPLETED, FAILED, HELD ON  *
      *     A DEPENDENCY OR NOT REACHED - AND TELLS THE *
      *     OPERATOR WHETHER NIGHTRPT MUST BE RERUN     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERUN
                    FILE STATUS  IS ST-ERRO.

       SELECT RELRUNC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNC.DAT".
           COPY CPRUNCR.

       FD RELRUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRUNC.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-DATANEG     PIC 9(08) VALUE ZEROS.
       01 W-QTDOK       PIC 9(03) VALUE ZEROS.
       01 W-QTDFAL      PIC 9(03) VALUE ZEROS.
       01 W-QTDRET      PIC 9(03) VALUE ZEROS.
       01 W-QTDPEN      PIC 9(03) VALUE ZEROS.
       01 W-QTDRERUN    PIC 9(03) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).

       01 W-HMS.
          03 W-HMS-HH   PIC 9(02).
          03 W-HMS-MM   PIC 9(02).
          03 W-HMS-SS   PIC 9(02).
       01 W-HMSN REDEFINES W-HMS PIC 9(06).

       01 LIN-TITULO.
          03 FILLER   PIC X(36) VALUE
             "RELRUNC - NIGHTRPT STATUS FOR NIGHT ".
          03 TNOITE   PIC 9999/99/99.
          03 FILLER   PIC X(12) VALUE " - PRINTED ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(12) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "STEP     PROGRAM  STATUS                ".
          03 FILLER   PIC X(40) VALUE
             "          RUN DATE   START END   TRIES  ".

       01 LIN-DET.
          03 DPASSO     PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DPROG      PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSTATUS    PIC X(31).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDATA      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DINICIO.
             05 DINI-HH PIC 9(02).
             05 FILLER  PIC X(01) VALUE ":".
             05 DINI-MM PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DFIM.
             05 DFIM-HH PIC 9(02).
             05 FILLER  PIC X(01) VALUE ":".
             05 DFIM-MM PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DTENTAT    PIC Z9.

       01 LIN-ROD1.
          03 FILLER     PIC X(32) VALUE
             "STEPS COMPLETED .............. ".
          03 R1TOT      PIC ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(32) VALUE
             "STEPS FAILED ................. ".
          03 R2TOT      PIC ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(32) VALUE
             "STEPS HELD ON A DEPENDENCY ... ".
          03 R3TOT      PIC ZZ9.
       01 LIN-ROD4.
          03 FILLER     PIC X(32) VALUE
             "STEPS NOT REACHED ............ ".
          03 R4TOT      PIC ZZ9.

       01 LIN-VERED.
          03 FILLER     PIC X(19) VALUE
             "RESUBMIT NIGHTRPT: ".
          03 VQTD       PIC ZZ9.
          03 FILLER     PIC X(58) VALUE
             " STEP(S) STILL TO RUN - COMPLETED STEPS ARE SKIPPED".

       01 LIN-VERED-OK.
          03 FILLER     PIC X(80) VALUE
             "ALL STEPS COMPLETED - NOTHING TO RERUN".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADRUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADRUNC FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           MOVE ZEROS TO RN-DATA
           MOVE "*ATUAL*" TO RN-PASSO
           READ CADRUNC
           IF ST-ERRO NOT = "00"
                 MOVE "*** NO NIGHT RECORDED IN CADRUNC ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRUNC
                 GO TO ROT-FIM2.
           MOVE RN-DATANEG TO W-DATANEG

           OPEN OUTPUT RELRUNC
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRUNC
                 GO TO ROT-FIM2.

           MOVE "*** LISTING NIGHTRPT STATUS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DATANEG TO TNOITE
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-QTDOK W-QTDFAL W-QTDRET W-QTDPEN
           MOVE W-DATANEG TO RN-DATA
           MOVE LOW-VALUES TO RN-PASSO
           START CADRUNC KEY IS NOT LESS CHAVERUN INVALID KEY
                 GO TO INC-FIM.

       LER-RUN.
           READ CADRUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF RN-DATA NOT = W-DATANEG
              GO TO INC-FIM.

           MOVE RN-PASSO TO DPASSO
           MOVE RN-PROGRAMA TO DPROG
           MOVE RN-DTEXEC TO DDATA
           MOVE RN-INICIO TO W-HMSN
           MOVE W-HMS-HH TO DINI-HH
           MOVE W-HMS-MM TO DINI-MM
           MOVE RN-FIM TO W-HMSN
           MOVE W-HMS-HH TO DFIM-HH
           MOVE W-HMS-MM TO DFIM-MM
           MOVE RN-TENTAT TO DTENTAT

           IF RN-STATUS = "C"
              MOVE "COMPLETED" TO DSTATUS
              ADD 1 TO W-QTDOK
           ELSE
              IF RN-STATUS = "I"
                 MOVE "FAILED - RERUN NEEDED" TO DSTATUS
                 MOVE ZEROS TO DFIM-HH DFIM-MM
                 ADD 1 TO W-QTDFAL
              ELSE
                 IF RN-STATUS = "S"
                    MOVE SPACES TO DSTATUS
                    STRING "HELD - WAITING ON " DELIMITED BY SIZE
                           RN-DEPENDE          DELIMITED BY SPACE
                      INTO DSTATUS
                    ADD 1 TO W-QTDRET
                 ELSE
                    MOVE "NOT REACHED - STILL TO RUN" TO DSTATUS
                    ADD 1 TO W-QTDPEN.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO LER-RUN.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDOK TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDFAL TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDRET TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDPEN TO R4TOT
           MOVE LIN-ROD4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           COMPUTE W-QTDRERUN = W-QTDFAL + W-QTDRET + W-QTDPEN
           IF W-QTDRERUN = ZEROS
              MOVE LIN-VERED-OK TO LINHA-REL
           ELSE
              MOVE W-QTDRERUN TO VQTD
              MOVE LIN-VERED TO LINHA-REL.
           WRITE LINHA-REL
           MOVE "*** REPORT RELRUNC.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADRUNC RELRUNC.
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
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO

      *---------------------*** END OF PROGRAM ***--------------------*
