       SELECT RELEXPIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

       SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECAL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXPIR.DAT".
       01 LINHA-EXP        PIC X(80).

       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           COPY CPRECALR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-RLAVAIL     PIC X(01) VALUE "N".
       01 W-CONGELADO   PIC X(01) VALUE "N".
       01 W-TOTREORD    PIC 9(05) VALUE ZEROS.
       01 W-TOTEXPIR    PIC 9(05) VALUE ZEROS.
       01 W-DROGAANT    PIC X(30) VALUE SPACES.
          03 DEDROGA    PIC X(30).
          03 FILLER     PIC X(05) VALUE " LOT ".
          03 DELOTE     PIC X(10).
          03 FILLER     PIC X(08) VALUE " EXPIRY ".
          03 DEVAL      PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DEFLAG     PIC X(08).
          03 FILLER     PIC X(06) VALUE " UNIT ".
          03 DEUNID     PIC 9(02).

       01 LIN-ROD1.
          03 FILLER     PIC X(21) VALUE "DRUGS TO REORDER ... ".
                 CLOSE CADSTOCK
                 GO TO ROT-FIM2.

      *    WITHOUT CADRECAL NO LOT IS FROZEN
           MOVE "N" TO W-RLAVAIL
           OPEN INPUT CADRECAL
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-RLAVAIL.

           MOVE "*** GENERATING STOCK EXCEPTIONS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM


       ROT-FIM.
           CLOSE CADSTOCK RELREORD RELEXPIR.
           IF W-RLAVAIL = "Y"
              CLOSE CADRECAL.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.

           IF W-PRIMEIRO = "Y" OR SK-DROGA NOT = W-DROGAANT
              PERFORM DROGA-NOVA THRU DROGA-NOVA-FIM.
           PERFORM RECAL-CHK THRU RECAL-CHK-FIM
           IF W-CONGELADO = "Y"
              GO TO VARRE-RD1.
           ADD SK-QTD TO W-DROGAQTD
           IF SK-REORDER > W-DROGAREO
              MOVE SK-REORDER TO W-DROGAREO.
       VARRE-FIM.
           EXIT.

      *--[ A LOT FROZEN BY A RECALL IN FORCE IS NOT STOCK ON HAND ]-----
       RECAL-CHK.
           MOVE "N" TO W-CONGELADO
           IF W-RLAVAIL NOT = "Y"
              GO TO RECAL-CHK-FIM.
           MOVE SK-DROGA TO RL-PRODUTO
           MOVE SK-LOTE TO RL-LOTE
           READ CADRECAL
           IF ST-ERRO8 = "00" AND RL-SIT = "C"
              MOVE "Y" TO W-CONGELADO.
       RECAL-CHK-FIM.
           EXIT.

       DROGA-NOVA.
           IF W-PRIMEIRO = "N"
              PERFORM DROGA-QUEBRA THRU DROGA-QUEBRA-FIM.

           MOVE SK-DROGA TO DEDROGA
           MOVE SK-LOTE TO DELOTE
           MOVE SK-UNIDADE TO DEUNID
           IF DEUNID = ZEROS
              MOVE 01 TO DEUNID.
           MOVE SK-VALIDADE TO DEVAL
           IF W-RESTAM < ZEROS
              MOVE "EXPIRED" TO DEFLAG
