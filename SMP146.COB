       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP146.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *     PATIENT PORTAL EXPORT                       *
      *     NIGHTLY EXTRACT, PER PATIENT, OF THE KEPT   *
      *     VISITS, THEIR PRESCRIPTION LINES, THE EXAM  *
      *     RESULTS THE ORDERING DOCTOR RELEASED AND    *
      *     THE IMMUNIZATION DOSES, WITH A CONTROL      *
      *     REPORT OF RECORD COUNTS PER SECTION.        *
      *     ANONYMIZED (SMP091) AND DECEASED (CADOBITO) *
      *     PATIENTS ARE NEVER SENT.                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFPACI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOUNPACI WITH DUPLICATES.

       SELECT CADATEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATEN
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CPF WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOUN WITH DUPLICATES.

       SELECT CADPRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESC
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CHAVEATENP WITH DUPLICATES.

       SELECT CADORDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDER
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES.

       SELECT CADRESUL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERESUL
                    FILE STATUS  IS ST-ERRO6.

       SELECT CADLIBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELIBER
                    FILE STATUS  IS ST-ERRO7.

       SELECT CADVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVAC
                    FILE STATUS  IS ST-ERRO8.

       SELECT CADOBITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-CPF
                    FILE STATUS  IS ST-ERRO9.

       SELECT CADATENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATENH
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS AH-CPF WITH DUPLICATES.

       SELECT CADPRESH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRESH
                    FILE STATUS  IS ST-ERRO11
                    ALTERNATE RECORD KEY IS PH-CHAVEATEN
                                   WITH DUPLICATES.

       SELECT CADORDEH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORDEH
                    FILE STATUS  IS ST-ERRO12
                    ALTERNATE RECORD KEY IS OH-CPF WITH DUPLICATES.

       SELECT PORTAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO13.

       SELECT RELPORTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPFPACI       PIC 9(11).
          03 NOUNPACI      PIC X(30).
          03 FILLER        PIC X(166).

       FD CADATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 REGATEN.
          03 CHAVEATEN.
             05 CRMUF      PIC X(02).
             05 CRM        PIC 9(06).
             05 DATACON.
                07 ANOC    PIC 9(04).
                07 MESC    PIC 9(02).
                07 DIAC    PIC 9(02).
             05 HORACON    PIC 9(04).
          03 CPF           PIC 9(11).
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY CPMEDR.

       FD CADPRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESC.DAT".
       01 REGPRESC.
          03 CHAVEPRESC.
             05 CHAVEATENP   PIC X(20).
             05 SEQPRESC     PIC 9(02).
          03 DROGA           PIC X(30).
          03 DOSAGEM         PIC X(20).
          03 DURACAO         PIC X(20).
          03 REFILLS-ALLOWED PIC 9(02).
          03 REFILLS-USED    PIC 9(02).

       FD CADORDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDER.DAT".
           COPY CPORDR.

       FD CADRESUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUL.DAT".
           COPY CPRESULR.

       FD CADLIBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBER.DAT".
           COPY CPLIBERR.

       FD CADVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAC.DAT".
           COPY CPVACR.

       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
           COPY CPOBITR.

       FD CADATENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATENH.DAT".
           COPY CPATENHR.

       FD CADPRESH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRESH.DAT".
           COPY CPPRESHR.

       FD CADORDEH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORDEH.DAT".
           COPY CPORDHR.

       FD PORTAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PORTAL.DAT".
           COPY CPPORTR.

       FD RELPORTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPORTA.DAT".
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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 ST-ERRO13     PIC X(02) VALUE "00".
       01 ST-ERRO14     PIC X(02) VALUE "00".
       01 W-PRESOK      PIC X(01) VALUE "N".
       01 W-ORDOK       PIC X(01) VALUE "N".
       01 W-RESOK       PIC X(01) VALUE "N".
       01 W-LIBOK       PIC X(01) VALUE "N".
       01 W-VACOK       PIC X(01) VALUE "N".
       01 W-OBITOK      PIC X(01) VALUE "N".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-ORDHOK      PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-CPFALVO     PIC 9(11) VALUE ZEROS.
       01 W-CHAVEALVO   PIC X(20) VALUE SPACES.
       01 W-ENVIOU      PIC X(01) VALUE "N".
       01 W-MDCRMUF     PIC X(02) VALUE SPACES.
       01 W-MDCRM       PIC 9(06) VALUE ZEROS.
       01 W-MDNOME      PIC X(30) VALUE SPACES.

      *----[ CONTROL COUNTS ]-------------------------------------------
       01 W-QTDPAC      PIC 9(06) VALUE ZEROS.
       01 W-QTDANON     PIC 9(06) VALUE ZEROS.
       01 W-QTDOBITO    PIC 9(06) VALUE ZEROS.
       01 W-QTDENV      PIC 9(06) VALUE ZEROS.
       01 W-QTDVIS      PIC 9(06) VALUE ZEROS.
       01 W-QTDVISH     PIC 9(06) VALUE ZEROS.
       01 W-QTDREC      PIC 9(06) VALUE ZEROS.
       01 W-QTDEXA      PIC 9(06) VALUE ZEROS.
       01 W-QTDRET      PIC 9(06) VALUE ZEROS.
       01 W-QTDVAC      PIC 9(06) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(07) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER   PIC X(43) VALUE
             "RELPORTA - PATIENT PORTAL EXPORT CONTROL - ".
          03 TDATA    PIC 9999/99/99.
          03 FILLER   PIC X(27) VALUE SPACES.

       01 LIN-SECAO.
          03 FILLER   PIC X(80) VALUE
             "SECTION                                  RECORDS".

       01 LIN-DET.
          03 DTEXTO   PIC X(40).
          03 FILLER   PIC X(01) VALUE SPACE.
          03 DQTD     PIC Z.ZZZ.ZZ9.
          03 FILLER   PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** CADPACI FILE NOT FOUND ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERROR IN OPENING THE FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
              NEXT SENTENCE.

           OPEN INPUT CADATEN
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00" OR ST-ERRO3 NOT = "00"
                 MOVE "ERROR OPENING A RELATED FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPACI CADATEN CADMED
                 GO TO ROT-FIM2.

      *    EVERY OTHER SECTION MAY NOT EXIST YET ON A FRESH SITE -
      *    A MISSING FILE JUST SENDS NOTHING OF THAT KIND. NO
      *    CADLIBER MEANS NO RESULT WAS EVER RELEASED (SMP058)
           OPEN INPUT CADPRESC
           IF ST-ERRO4 = "00"
              MOVE "Y" TO W-PRESOK.
           OPEN INPUT CADORDER
           IF ST-ERRO5 = "00"
              MOVE "Y" TO W-ORDOK.
           OPEN INPUT CADRESUL
           IF ST-ERRO6 = "00"
              MOVE "Y" TO W-RESOK.
           OPEN INPUT CADLIBER
           IF ST-ERRO7 = "00"
              MOVE "Y" TO W-LIBOK.
           OPEN INPUT CADVAC
           IF ST-ERRO8 = "00"
              MOVE "Y" TO W-VACOK.
           OPEN INPUT CADOBITO
           IF ST-ERRO9 = "00"
              MOVE "Y" TO W-OBITOK.
      *    CADATENH/CADPRESH/CADORDEH ONLY EXIST ONCE SMP145 HAS
      *    ARCHIVED A YEAR - THE PORTAL KEEPS SHOWING THOSE VISITS
           OPEN INPUT CADATENH
           OPEN INPUT CADPRESH
           IF ST-ERRO10 = "00" AND ST-ERRO11 = "00"
              MOVE "Y" TO W-HISTOK.
           OPEN INPUT CADORDEH
           IF ST-ERRO12 = "00"
              MOVE "Y" TO W-ORDHOK.

           OPEN OUTPUT PORTAL
           IF ST-ERRO13 NOT = "00"
                 MOVE "ERROR CREATING THE EXTRACT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT RELPORTA
           IF ST-ERRO14 NOT = "00"
                 MOVE "ERROR CREATING THE REPORT FILE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PORTAL
                 GO TO ROT-FIM.

           MOVE "*** GENERATING PATIENT PORTAL EXPORT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO CPFPACI
           START CADPACI KEY IS NOT LESS CPFPACI INVALID KEY
                 GO TO INC-FIM.

       LER-PAC.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-FIM.
           ADD 1 TO W-QTDPAC
           IF NOUNPACI = "ANONYMIZED"
              ADD 1 TO W-QTDANON
              GO TO LER-PAC.
           IF W-OBITOK = "Y"
              MOVE CPFPACI TO OB-CPF
              READ CADOBITO
              IF ST-ERRO9 = "00"
                 ADD 1 TO W-QTDOBITO
                 GO TO LER-PAC.

           MOVE CPFPACI TO W-CPFALVO
           MOVE "N" TO W-ENVIOU
           PERFORM VIS-ATEN THRU VIS-ATEN-FIM
           PERFORM VIS-ATENH THRU VIS-ATENH-FIM
           PERFORM EXA-ORDER THRU EXA-ORDER-FIM
           PERFORM EXA-ORDEH THRU EXA-ORDEH-FIM
           PERFORM VAC-DOSES THRU VAC-DOSES-FIM
           IF W-ENVIOU = "Y"
              ADD 1 TO W-QTDENV.
           GO TO LER-PAC.

       INC-FIM.
           PERFORM REL-CONTROLE THRU REL-CONTROLE-FIM
           MOVE "*** PORTAL.DAT AND RELPORTA.DAT GENERATED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE PORTAL RELPORTA.

       ROT-FIM.
           CLOSE CADPACI CADATEN CADMED.
           IF W-PRESOK = "Y"
              CLOSE CADPRESC.
           IF W-ORDOK = "Y"
              CLOSE CADORDER.
           IF W-RESOK = "Y"
              CLOSE CADRESUL.
           IF W-LIBOK = "Y"
              CLOSE CADLIBER.
           IF W-VACOK = "Y"
              CLOSE CADVAC.
           IF W-OBITOK = "Y"
              CLOSE CADOBITO.
           IF W-HISTOK = "Y"
              CLOSE CADATENH CADPRESH.
           IF W-ORDHOK = "Y"
              CLOSE CADORDEH.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *------[ KEPT VISITS OF THE PATIENT (OUTCOME A) AND THE ]---------
      *------[ PRESCRIPTION LINES WRITTEN AT EACH             ]---------
       VIS-ATEN.
           MOVE W-CPFALVO TO CPF
           START CADATEN KEY IS NOT LESS CPF INVALID KEY
                 GO TO VIS-ATEN-FIM.
       VIS-ATEN1.
           READ CADATEN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VIS-ATEN-FIM.
           IF CPF NOT = W-CPFALVO
              GO TO VIS-ATEN-FIM.
           IF OUTCOME NOT = "A"
              GO TO VIS-ATEN1.
           MOVE CRMUF OF REGATEN TO W-MDCRMUF
           MOVE CRM OF REGATEN TO W-MDCRM
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           MOVE SPACES TO REGPORT
           MOVE "V" TO PT-TIPO
           MOVE DATACON TO PT-DATA
           MOVE HORACON TO PT-HORA
           MOVE UNIATEN TO PT-UNIDADE
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDVIS
           MOVE CHAVEATEN TO W-CHAVEALVO
           PERFORM REC-PRESC THRU REC-PRESC-FIM
           GO TO VIS-ATEN1.
       VIS-ATEN-FIM.
           EXIT.

       REC-PRESC.
           IF W-PRESOK NOT = "Y"
              GO TO REC-PRESC-FIM.
           MOVE W-CHAVEALVO TO CHAVEATENP
           START CADPRESC KEY IS NOT LESS CHAVEATENP INVALID KEY
                 GO TO REC-PRESC-FIM.
       REC-PRESC1.
           READ CADPRESC NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO REC-PRESC-FIM.
           IF CHAVEATENP NOT = W-CHAVEALVO
              GO TO REC-PRESC-FIM.
           MOVE SPACES TO PT-DADOS
           MOVE "P" TO PT-TIPO
           MOVE DROGA TO PT-DROGA
           MOVE DOSAGEM TO PT-DOSAGEM
           MOVE DURACAO TO PT-DURACAO
           MOVE ZEROS TO PT-REFREST
           IF REFILLS-ALLOWED > REFILLS-USED
              COMPUTE PT-REFREST = REFILLS-ALLOWED - REFILLS-USED.
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDREC
           GO TO REC-PRESC1.
       REC-PRESC-FIM.
           EXIT.

      *------[ THE SAME FOR THE VISITS SMP145 ARCHIVED ]----------------
       VIS-ATENH.
           IF W-HISTOK NOT = "Y"
              GO TO VIS-ATENH-FIM.
           MOVE W-CPFALVO TO AH-CPF
           START CADATENH KEY IS NOT LESS AH-CPF INVALID KEY
                 GO TO VIS-ATENH-FIM.
       VIS-ATENH1.
           READ CADATENH NEXT
           IF ST-ERRO10 NOT = "00"
              GO TO VIS-ATENH-FIM.
           IF AH-CPF NOT = W-CPFALVO
              GO TO VIS-ATENH-FIM.
           IF AH-OUTCOME NOT = "A"
              GO TO VIS-ATENH1.
           MOVE AH-CRMUF TO W-MDCRMUF
           MOVE AH-CRM TO W-MDCRM
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           MOVE SPACES TO REGPORT
           MOVE "V" TO PT-TIPO
           MOVE AH-DATACON TO PT-DATA
           MOVE AH-HORACON TO PT-HORA
           MOVE AH-UNIATEN TO PT-UNIDADE
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDVISH
           MOVE CHAVEATENH TO W-CHAVEALVO
           PERFORM REC-PRESH THRU REC-PRESH-FIM
           GO TO VIS-ATENH1.
       VIS-ATENH-FIM.
           EXIT.

       REC-PRESH.
           MOVE W-CHAVEALVO TO PH-CHAVEATEN
           START CADPRESH KEY IS NOT LESS PH-CHAVEATEN INVALID KEY
                 GO TO REC-PRESH-FIM.
       REC-PRESH1.
           READ CADPRESH NEXT
           IF ST-ERRO11 NOT = "00"
              GO TO REC-PRESH-FIM.
           IF PH-CHAVEATEN NOT = W-CHAVEALVO
              GO TO REC-PRESH-FIM.
           MOVE SPACES TO PT-DADOS
           MOVE "P" TO PT-TIPO
           MOVE PH-DROGA TO PT-DROGA
           MOVE PH-DOSAGEM TO PT-DOSAGEM
           MOVE PH-DURACAO TO PT-DURACAO
           MOVE ZEROS TO PT-REFREST
           IF PH-REFILLS-ALLOWED > PH-REFILLS-USED
              COMPUTE PT-REFREST =
                      PH-REFILLS-ALLOWED - PH-REFILLS-USED.
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDREC
           GO TO REC-PRESH1.
       REC-PRESH-FIM.
           EXIT.

      *------[ RESULTED EXAMS - ONLY THOSE THE ORDERING DOCTOR ]--------
      *------[ RELEASED (CADLIBER) FOR THE RESULT NOW ON FILE  ]--------
       EXA-ORDER.
           IF W-ORDOK NOT = "Y"
              GO TO EXA-ORDER-FIM.
           MOVE W-CPFALVO TO OR-CPF
           START CADORDER KEY IS NOT LESS OR-CPF INVALID KEY
                 GO TO EXA-ORDER-FIM.
       EXA-ORDER1.
           READ CADORDER NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO EXA-ORDER-FIM.
           IF OR-CPF NOT = W-CPFALVO
              GO TO EXA-ORDER-FIM.
           IF OR-DATARES = ZEROS
              GO TO EXA-ORDER1.
           MOVE CHAVEORDER TO CHAVELIBER
           PERFORM LIB-VERIFICA THRU LIB-VERIFICA-FIM
           IF ST-ERRO7 NOT = "00" OR LB-DATARES NOT = OR-DATARES
              ADD 1 TO W-QTDRET
              GO TO EXA-ORDER1.
           MOVE OR-CRMUF TO W-MDCRMUF
           MOVE OR-CRM TO W-MDCRM
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           MOVE SPACES TO REGPORT
           MOVE "E" TO PT-TIPO
           MOVE OR-DATAPED TO PT-DATA
           MOVE OR-EXAME TO PT-EXAMENOME
           MOVE OR-DATARES TO PT-DATARES
           MOVE OR-RESULT TO PT-RESULT
           MOVE CHAVEORDER TO CHAVERESUL
           PERFORM RES-TEXTO THRU RES-TEXTO-FIM
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDEXA
           GO TO EXA-ORDER1.
       EXA-ORDER-FIM.
           EXIT.

       EXA-ORDEH.
           IF W-ORDHOK NOT = "Y"
              GO TO EXA-ORDEH-FIM.
           MOVE W-CPFALVO TO OH-CPF
           START CADORDEH KEY IS NOT LESS OH-CPF INVALID KEY
                 GO TO EXA-ORDEH-FIM.
       EXA-ORDEH1.
           READ CADORDEH NEXT
           IF ST-ERRO12 NOT = "00"
              GO TO EXA-ORDEH-FIM.
           IF OH-CPF NOT = W-CPFALVO
              GO TO EXA-ORDEH-FIM.
           IF OH-DATARES = ZEROS
              GO TO EXA-ORDEH1.
           MOVE CHAVEORDEH TO CHAVELIBER
           PERFORM LIB-VERIFICA THRU LIB-VERIFICA-FIM
           IF ST-ERRO7 NOT = "00" OR LB-DATARES NOT = OH-DATARES
              ADD 1 TO W-QTDRET
              GO TO EXA-ORDEH1.
           MOVE OH-CRMUF TO W-MDCRMUF
           MOVE OH-CRM TO W-MDCRM
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           MOVE SPACES TO REGPORT
           MOVE "E" TO PT-TIPO
           MOVE OH-DATAPED TO PT-DATA
           MOVE OH-EXAME TO PT-EXAMENOME
           MOVE OH-DATARES TO PT-DATARES
           MOVE OH-RESULT TO PT-RESULT
           MOVE CHAVEORDEH TO CHAVERESUL
           PERFORM RES-TEXTO THRU RES-TEXTO-FIM
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDEXA
           GO TO EXA-ORDEH1.
       EXA-ORDEH-FIM.
           EXIT.

      *------[ ST-ERRO7 = 00 WHEN A RELEASE ROW IS ON FILE ]------------
       LIB-VERIFICA.
           IF W-LIBOK NOT = "Y"
              MOVE "23" TO ST-ERRO7
              GO TO LIB-VERIFICA-FIM.
           READ CADLIBER.
       LIB-VERIFICA-FIM.
           EXIT.

       RES-TEXTO.
           IF W-RESOK NOT = "Y"
              GO TO RES-TEXTO-FIM.
           READ CADRESUL
           IF ST-ERRO6 = "00"
              MOVE RS-TEXTO TO PT-TEXTO.
       RES-TEXTO-FIM.
           EXIT.

      *------[ IMMUNIZATION DOSES ]-------------------------------------
       VAC-DOSES.
           IF W-VACOK NOT = "Y"
              GO TO VAC-DOSES-FIM.
           MOVE W-CPFALVO TO VC-CPF
           MOVE SPACES TO VC-VACINA
           MOVE ZEROS TO VC-DOSE
           START CADVAC KEY IS NOT LESS CHAVEVAC INVALID KEY
                 GO TO VAC-DOSES-FIM.
       VAC-DOSES1.
           READ CADVAC NEXT
           IF ST-ERRO8 NOT = "00"
              GO TO VAC-DOSES-FIM.
           IF VC-CPF NOT = W-CPFALVO
              GO TO VAC-DOSES-FIM.
           MOVE VC-CRMUF TO W-MDCRMUF
           MOVE VC-CRM TO W-MDCRM
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           MOVE SPACES TO REGPORT
           MOVE "I" TO PT-TIPO
           MOVE VC-DATA TO PT-DATA
           MOVE VC-VACINA TO PT-VACNOME
           MOVE VC-DOSE TO PT-DOSE
           PERFORM GRAVA-PORT THRU GRAVA-PORT-FIM
           ADD 1 TO W-QTDVAC
           GO TO VAC-DOSES1.
       VAC-DOSES-FIM.
           EXIT.

      *------[ DOCTOR'S NAME FOR W-MDCRMUF/W-MDCRM ]--------------------
       BUSCA-MED.
           MOVE SPACES TO W-MDNOME
           MOVE W-MDCRMUF TO CRMUF OF REGMED
           MOVE W-MDCRM TO CRM OF REGMED
           READ CADMED
           IF ST-ERRO3 = "00"
              MOVE NOUN TO W-MDNOME.
       BUSCA-MED-FIM.
           EXIT.

      *------[ COMMON FIELDS AND WRITE - PT-TIPO, PT-DATA ]------------
      *------[ AND PT-DADOS ARE SET BY THE CALLER          ]------------
       GRAVA-PORT.
           MOVE W-CPFALVO TO PT-CPF
           MOVE W-MDCRMUF TO PT-CRMUF
           MOVE W-MDCRM TO PT-CRM
           MOVE W-MDNOME TO PT-MEDICO
           WRITE REGPORT
           ADD 1 TO W-QTDTOT
           MOVE "Y" TO W-ENVIOU.
       GRAVA-PORT-FIM.
           EXIT.

      *------[ CONTROL REPORT - RECORD COUNTS PER SECTION ]-------------
       REL-CONTROLE.
           MOVE W-HOJE TO TDATA
           MOVE LIN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SECAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PATIENTS READ ......................." TO DTEXTO
           MOVE W-QTDPAC TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "  LEFT OUT - ANONYMIZED .............." TO DTEXTO
           MOVE W-QTDANON TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "  LEFT OUT - DECEASED ................" TO DTEXTO
           MOVE W-QTDOBITO TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "  PATIENTS WITH RECORDS SENT ........." TO DTEXTO
           MOVE W-QTDENV TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "V - KEPT VISITS ......................" TO DTEXTO
           MOVE W-QTDVIS TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "V - KEPT VISITS, ARCHIVED ............" TO DTEXTO
           MOVE W-QTDVISH TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "P - PRESCRIPTION LINES ..............." TO DTEXTO
           MOVE W-QTDREC TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "E - EXAM RESULTS RELEASED ............" TO DTEXTO
           MOVE W-QTDEXA TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "I - IMMUNIZATION DOSES ..............." TO DTEXTO
           MOVE W-QTDVAC TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE "TOTAL RECORDS IN PORTAL.DAT .........." TO DTEXTO
           MOVE W-QTDTOT TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESULTS HELD - NOT RELEASED BY DOCTOR " TO DTEXTO
           MOVE W-QTDRET TO DQTD
           PERFORM REL-LINHA THRU REL-LINHA-FIM.
       REL-CONTROLE-FIM.
           EXIT.

       REL-LINHA.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.
       REL-LINHA-FIM.
           EXIT.

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
