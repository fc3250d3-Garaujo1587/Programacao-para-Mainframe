       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP112.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     MISSING-CONSENT REPORT FOR INPATIENTS       *
      *     EVERY PATIENT STILL ADMITTED (OPEN CADEPIS  *
      *     EPISODE) WHOSE ADMISSION CONSENT IS NOT ON  *
      *     FILE, REVOKED OR EXPIRED, AND EVERY ONE     *
      *     WITH A THEATRE BOOKING STILL AHEAD AND NO   *
      *     VALID SURGERY/ANESTHESIA CONSENT - RELCONSE *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSE
                    FILE STATUS  IS ST-ERRO3.

       SELECT CADCIRUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECIRUR
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CR-EPCPF WITH DUPLICATES.

       SELECT RELCONSE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIS.DAT".
           COPY CPEPISR.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSE.DAT".
           COPY CPCONSR.

       FD CADCIRUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIRUR.DAT".
           COPY CPCIRUR.

       FD RELCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONSE.DAT".
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-CSAVAIL     PIC X(01) VALUE "N".
       01 W-CRAVAIL     PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-CSCPF       PIC 9(11) VALUE ZEROS.
       01 W-CSTIPO      PIC X(01) VALUE SPACE.
       01 W-CSSIT       PIC X(01) VALUE SPACE.
       01 W-CIRDATA     PIC 9(08) VALUE ZEROS.
       01 W-PACNOME     PIC X(30) VALUE SPACES.
       01 W-QTDINT      PIC 9(05) VALUE ZEROS.
       01 W-QTDADM      PIC 9(05) VALUE ZEROS.
       01 W-QTDCIR      PIC 9(05) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(45) VALUE
             "RELCONSE - INPATIENTS WITHOUT VALID CONSENT -".
          03 FILLER   PIC X(01) VALUE SPACE.
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(24) VALUE SPACES.

       01 LIN-SEMCONS.
          03 FILLER   PIC X(40) VALUE
             "*** NO CONSENT REGISTER YET (SMP111) - E".
          03 FILLER   PIC X(40) VALUE
             "VERY INPATIENT IS LISTED ***            ".

       01 LIN-CAB.
          03 FILLER   PIC X(40) VALUE
             "CPF         NAME                     ROO".
          03 FILLER   PIC X(40) VALUE
             "M ADMITTED   CONSENT            SITUATIO".

       01 LIN-DET.
          03 DCPF       PIC 9(11).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DNOME      PIC X(24).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DQUARTO    PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DADMDATA   PIC 9999/99/99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTERMO     PIC X(18).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSIT       PIC X(08).

       01 LIN-CIR.
          03 FILLER     PIC X(08) VALUE "SURGERY ".
          03 CDATA      PIC 9999/99/99.

       01 LIN-ROD1.
          03 FILLER     PIC X(30) VALUE
             "PATIENTS ADMITTED .......... ".
          03 R1TOT      PIC ZZ.ZZ9.
       01 LIN-ROD2.
          03 FILLER     PIC X(30) VALUE
             "NO VALID ADMISSION CONSENT . ".
          03 R2TOT      PIC ZZ.ZZ9.
       01 LIN-ROD3.
          03 FILLER     PIC X(30) VALUE
             "SURGERY WITHOUT CONSENT .... ".
          03 R3TOT      PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADEPIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADEPIS FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERROR OPENING CADPACI FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADEPIS
                 GO TO ROT-FIM2.

           OPEN OUTPUT RELCONSE
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    NEITHER FILE EXISTS ON A SITE THAT HAS NOT YET KEYED A
      *    CONSENT (SMP111) OR BOOKED A THEATRE (SMP092)
           MOVE "N" TO W-CSAVAIL W-CRAVAIL
           OPEN INPUT CADCONSE
           IF ST-ERRO3 = "00"
              MOVE "Y" TO W-CSAVAIL.
           OPEN INPUT CADCIRUR
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-CRAVAIL.

           MOVE "*** CHECKING INPATIENT CONSENTS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-CSAVAIL NOT = "Y"
              MOVE LIN-SEMCONS TO LINHA-REL
              WRITE LINHA-REL.
           MOVE LIN-CAB TO LINHA-REL
           WRITE LINHA-REL

           MOVE ZEROS TO W-QTDINT W-QTDADM W-QTDCIR
           MOVE ZEROS TO EP-CPF EP-ADMDATA EP-ADMHORA
           START CADEPIS KEY IS NOT LESS CHAVEEPIS INVALID KEY
                 GO TO INC-FIM.

      *------[ ONE OPEN EPISODE AT A TIME ]-----------------------------
       LER-EPIS.
           READ CADEPIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           IF EP-ALTADATA NOT = ZEROS
              GO TO LER-EPIS.
           ADD 1 TO W-QTDINT

           MOVE "*** PATIENT NOT FOUND ***" TO W-PACNOME
           MOVE EP-CPF TO CPFPACI
           READ CADPACI KEY IS CPFPACI
           IF ST-ERRO2 = "00"
              MOVE NOUNPACI TO W-PACNOME.

           MOVE EP-CPF TO W-CSCPF
           MOVE "A" TO W-CSTIPO
           PERFORM CONS-VERIFICA THRU CONS-VERIFICA-FIM
           IF W-CSSIT NOT = "O"
              ADD 1 TO W-QTDADM
              MOVE "ADMISSION" TO DTERMO
              PERFORM LIN-GRAVA THRU LIN-GRAVA-FIM.

           PERFORM CIR-BUSCA THRU CIR-BUSCA-FIM
           IF W-CIRDATA = ZEROS
              GO TO LER-EPIS.
           MOVE "S" TO W-CSTIPO
           PERFORM CONS-VERIFICA THRU CONS-VERIFICA-FIM
           IF W-CSSIT NOT = "O"
              ADD 1 TO W-QTDCIR
              MOVE W-CIRDATA TO CDATA
              MOVE LIN-CIR TO DTERMO
              PERFORM LIN-GRAVA THRU LIN-GRAVA-FIM.
           GO TO LER-EPIS.

      *--[ W-CSSIT FOR W-CSCPF + W-CSTIPO: O = VALID  M = MISSING ]-----
      *--[ R = REVOKED   V = EXPIRED                              ]-----
       CONS-VERIFICA.
           MOVE "M" TO W-CSSIT
           IF W-CSAVAIL NOT = "Y"
              GO TO CONS-VERIFICA-FIM.
           MOVE W-CSCPF TO CS-CPF
           MOVE W-CSTIPO TO CS-TIPO
           READ CADCONSE
           IF ST-ERRO3 NOT = "00"
              GO TO CONS-VERIFICA-FIM.
           IF CS-REVOG = "Y"
              MOVE "R" TO W-CSSIT
              GO TO CONS-VERIFICA-FIM.
           IF CS-VALIDADE NOT = ZEROS AND CS-VALIDADE < W-HOJE
              MOVE "V" TO W-CSSIT
              GO TO CONS-VERIFICA-FIM.
           MOVE "O" TO W-CSSIT.
       CONS-VERIFICA-FIM.
           EXIT.

      *--[ EARLIEST THEATRE BOOKING STILL SCHEDULED FROM TODAY ON ]-----
      *--[ FOR THIS EPISODE - ZEROS WHEN THERE IS NONE            ]-----
       CIR-BUSCA.
           MOVE ZEROS TO W-CIRDATA
           IF W-CRAVAIL NOT = "Y"
              GO TO CIR-BUSCA-FIM.
           MOVE EP-CPF TO CR-EPCPF
           START CADCIRUR KEY IS NOT LESS CR-EPCPF INVALID KEY
                 GO TO CIR-BUSCA-FIM.
       CIR-BUSCA1.
           READ CADCIRUR NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CIR-BUSCA-FIM.
           IF CR-EPCPF NOT = EP-CPF
              GO TO CIR-BUSCA-FIM.
           IF CR-EPADMDATA NOT = EP-ADMDATA OR CR-STATUS NOT = "A"
              GO TO CIR-BUSCA1.
           IF CR-DATA < W-HOJE
              GO TO CIR-BUSCA1.
           IF W-CIRDATA = ZEROS OR CR-DATA < W-CIRDATA
              MOVE CR-DATA TO W-CIRDATA.
           GO TO CIR-BUSCA1.
       CIR-BUSCA-FIM.
           EXIT.

       LIN-GRAVA.
           MOVE EP-CPF     TO DCPF
           MOVE W-PACNOME  TO DNOME
           MOVE EP-QUARTO  TO DQUARTO
           MOVE EP-ADMDATA TO DADMDATA
           IF W-CSSIT = "R"
              MOVE "REVOKED" TO DSIT
           ELSE
              IF W-CSSIT = "V"
                 MOVE "EXPIRED" TO DSIT
              ELSE
                 MOVE "MISSING" TO DSIT.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       LIN-GRAVA-FIM.
           EXIT.

       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDINT TO R1TOT
           MOVE LIN-ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDADM TO R2TOT
           MOVE LIN-ROD2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDCIR TO R3TOT
           MOVE LIN-ROD3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** RELCONSE.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE RELCONSE.

       ROT-FIM.
           CLOSE CADEPIS CADPACI.
           IF W-CSAVAIL = "Y"
              CLOSE CADCONSE.
           IF W-CRAVAIL = "Y"
              CLOSE CADCIRUR.
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
      *    NOTE: A MISSING OR EXPIRED ADMISSION CONSENT MAY HAVE BEEN
      *    OVERRIDDEN AT THE ADMISSION DESK (SMP017) - THIS LIST IS
      *    WHAT THE WARD STILL HAS TO COLLECT SIGNATURES FOR.

      *---------------------*** END OF PROGRAM ***--------------------*
