       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPHL7.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   HL7 V2 ADT MESSAGE BUILDER                    *
      *   CALLED BY SMP017 ON AN ADMISSION, TRANSFER OR *
      *   DISCHARGE AND BY SMP004 WHEN A PATIENT'S      *
      *   REGISTRATION CHANGES. BUILDS THE MSH, EVN,    *
      *   PID AND PV1 SEGMENTS AND QUEUES THE MESSAGE   *
      *   ON CADHL7 ONCE FOR EVERY RECEIVING SYSTEM.    *
      *   SMP154 DELIVERS THE QUEUE.                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHL7 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HL-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHL7
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHL7.DAT".
           COPY CPHL7R.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-PTR         PIC 9(03) VALUE ZEROS.
       01 W-TENTA       PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA.
          03 W-HORA-HHMM PIC 9(04).
          03 W-HORA-SS  PIC 9(02).
          03 W-HORA-CC  PIC 9(02).
       01 W-HORAN REDEFINES W-HORA PIC 9(08).
       01 W-CONTROLE    PIC X(18) VALUE SPACES.
       01 W-ESTRUT      PIC X(03) VALUE SPACES.
       01 W-SEXO        PIC X(01) VALUE SPACES.
       01 W-CLASSE      PIC X(01) VALUE SPACES.
       01 W-DISPOS      PIC X(02) VALUE SPACES.
       01 W-NASC        PIC X(08) VALUE SPACES.
       01 W-ALTA        PIC X(08) VALUE SPACES.
       01 W-LOCAL       PIC X(12) VALUE SPACES.
       01 W-LOCALANT    PIC X(12) VALUE SPACES.
       01 W-MEDICO      PIC X(20) VALUE SPACES.
       01 W-VISITA      PIC X(12) VALUE SPACES.
       01 W-EVN         PIC X(200) VALUE SPACES.
       01 W-PID         PIC X(200) VALUE SPACES.
       01 W-PV1         PIC X(200) VALUE SPACES.

           COPY CPHL7D.

       LINKAGE SECTION.
           COPY CPHL7E.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING HE-EVENTO-HL7.
       HL7-0000.
           MOVE "99" TO HE-STATUS
           OPEN I-O CADHL7
           IF ST-ERRO = "30"
              OPEN OUTPUT CADHL7
              CLOSE CADHL7
              OPEN I-O CADHL7.
           IF ST-ERRO NOT = "00"
              GO TO HL7-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           PERFORM HL7-CAMPOS THRU HL7-CAMPOS-FIM
           PERFORM HL7-EVN THRU HL7-EVN-FIM
           PERFORM HL7-PID THRU HL7-PID-FIM
           PERFORM HL7-PV1 THRU HL7-PV1-FIM

      *    TWO EVENTS IN THE SAME HUNDREDTH OF A SECOND TAKE THE
      *    NEXT SEQUENCE - THE CONTROL ID MUST NEVER REPEAT
           MOVE W-HOJE  TO HL-DATA
           MOVE W-HORAN TO HL-HORA
           MOVE ZEROS   TO HL-SEQ W-TENTA
           MOVE HD-DEST(1) TO HL-DEST.
       HL7-0010.
           READ CADHL7
           IF ST-ERRO = "00" AND W-TENTA < 99
              ADD 1 TO HL-SEQ W-TENTA
              GO TO HL7-0010.
           MOVE HL-CONTROLE TO W-CONTROLE
           MOVE 1 TO W-IND.
       HL7-0020.
           IF W-IND > HD-QTD
              MOVE "00" TO HE-STATUS
              GO TO HL7-0090.
           MOVE W-CONTROLE   TO HL-CONTROLE
           MOVE HD-DEST(W-IND) TO HL-DEST
           MOVE HE-EVENTO    TO HL-EVENTO
           MOVE HE-CPF       TO HL-CPF
           MOVE HE-QUARTO    TO HL-QUARTO
           MOVE HE-ORIGEM    TO HL-ORIGEM
           MOVE HE-OPERID    TO HL-OPERID
           MOVE "P"          TO HL-SIT
           MOVE ZEROS        TO HL-TENT HL-ENVDATA HL-ENVHORA
           MOVE SPACES       TO HL-ACKCOD HL-ACKTXT HL-SEGS
           PERFORM HL7-MSH THRU HL7-MSH-FIM
           MOVE W-EVN TO HL-SEG(2)
           MOVE W-PID TO HL-SEG(3)
           MOVE W-PV1 TO HL-SEG(4)
           WRITE REGHL7
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO HL7-0090.
           ADD 1 TO W-IND
           GO TO HL7-0020.
       HL7-0090.
           CLOSE CADHL7.
       HL7-FIM.
           EXIT PROGRAM.

      *------[ CODED VALUES AND THE PIECES THE SEGMENTS SHARE ]---------
       HL7-CAMPOS.
           MOVE "A01" TO W-ESTRUT
           IF HE-EVENTO = "A02" OR HE-EVENTO = "A03"
              MOVE HE-EVENTO TO W-ESTRUT.
           IF HE-SEXO = "M" OR HE-SEXO = "F"
              MOVE HE-SEXO TO W-SEXO
           ELSE
              MOVE "U" TO W-SEXO.
           MOVE SPACES TO W-NASC W-ALTA W-LOCAL W-LOCALANT W-MEDICO
                          W-VISITA W-DISPOS
           IF HE-NASC NOT = ZEROS
              MOVE HE-NASC TO W-NASC.
      *    A08 CARRIES NO STAY - THE PATIENT MAY NOT BE ADMITTED
           IF HE-EVENTO = "A08"
              MOVE "N" TO W-CLASSE
              GO TO HL7-CAMPOS-FIM.
           MOVE "I" TO W-CLASSE
           STRING HE-UNIDADE DELIMITED BY SIZE
                  "^"        DELIMITED BY SIZE
                  HE-QUARTO  DELIMITED BY SIZE
                  INTO W-LOCAL
           IF HE-EVENTO = "A02"
              STRING HE-UNIDADE   DELIMITED BY SIZE
                     "^"          DELIMITED BY SIZE
                     HE-QUARTOANT DELIMITED BY SIZE
                     INTO W-LOCALANT.
           IF HE-CRM NOT = ZEROS
              STRING HE-CRM       DELIMITED BY SIZE
                     "^^^^^^^^CRM" DELIMITED BY SIZE
                     HE-CRMUF     DELIMITED BY SIZE
                     INTO W-MEDICO.
           STRING HE-ADMDATA DELIMITED BY SIZE
                  HE-ADMHORA DELIMITED BY SIZE
                  INTO W-VISITA
      *    DISCHARGE DISPOSITION (HL7 TABLE 0112)
           IF HE-EVENTO NOT = "A03"
              GO TO HL7-CAMPOS-FIM.
           MOVE HE-ALTADATA TO W-ALTA
           MOVE "01" TO W-DISPOS
           IF HE-ALTATIPO = "T"
              MOVE "02" TO W-DISPOS.
           IF HE-ALTATIPO = "E"
              MOVE "07" TO W-DISPOS.
           IF HE-ALTATIPO = "O"
              MOVE "20" TO W-DISPOS.
       HL7-CAMPOS-FIM.
           EXIT.

      *------[ MSH - ONE PER RECEIVER, WHICH IT NAMES IN MSH-5 ]--------
       HL7-MSH.
           MOVE 1 TO W-PTR
           STRING "MSH|^~\&|SMP|CLINICA|" DELIMITED BY SIZE
                  HL-DEST        DELIMITED BY SPACE
                  "|"            DELIMITED BY SIZE
                  HL-DEST        DELIMITED BY SPACE
                  "|"            DELIMITED BY SIZE
                  W-HOJE         DELIMITED BY SIZE
                  W-HORA-HHMM    DELIMITED BY SIZE
                  W-HORA-SS      DELIMITED BY SIZE
                  "||ADT^"       DELIMITED BY SIZE
                  HE-EVENTO      DELIMITED BY SIZE
                  "^ADT_"        DELIMITED BY SIZE
                  W-ESTRUT       DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  W-CONTROLE     DELIMITED BY SIZE
                  "|P|2.5"       DELIMITED BY SIZE
                  INTO HL-SEG(1) WITH POINTER W-PTR.
       HL7-MSH-FIM.
           EXIT.

      *------[ EVN - EVENT TYPE, WHEN AND WHO ]-------------------------
       HL7-EVN.
           MOVE SPACES TO W-EVN
           MOVE 1 TO W-PTR
           STRING "EVN|"         DELIMITED BY SIZE
                  HE-EVENTO      DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  W-HOJE         DELIMITED BY SIZE
                  W-HORA-HHMM    DELIMITED BY SIZE
                  W-HORA-SS      DELIMITED BY SIZE
                  "|||"          DELIMITED BY SIZE
                  HE-OPERID      DELIMITED BY SPACE
                  INTO W-EVN WITH POINTER W-PTR.
       HL7-EVN-FIM.
           EXIT.

      *------[ PID - THE PATIENT, IDENTIFIED BY THE CPF ]---------------
       HL7-PID.
           MOVE SPACES TO W-PID
           MOVE 1 TO W-PTR
           STRING "PID|1||"      DELIMITED BY SIZE
                  HE-CPF         DELIMITED BY SIZE
                  "^^^BRA^TAX||" DELIMITED BY SIZE
                  HE-NOME        DELIMITED BY "  "
                  "||"           DELIMITED BY SIZE
                  W-NASC         DELIMITED BY SPACE
                  "|"            DELIMITED BY SIZE
                  W-SEXO         DELIMITED BY SIZE
                  "|||"          DELIMITED BY SIZE
                  HE-NUMLOGRA    DELIMITED BY SIZE
                  "^^^^"         DELIMITED BY SIZE
                  HE-CEP         DELIMITED BY SIZE
                  "^BRA||"       DELIMITED BY SIZE
                  HE-DDD         DELIMITED BY SIZE
                  HE-FONE        DELIMITED BY SIZE
                  INTO W-PID WITH POINTER W-PTR.
       HL7-PID-FIM.
           EXIT.

      *------[ PV1 - THE STAY: CLASS (3), BED (3), PRIOR BED (6), ]-----
      *------[ DOCTOR (7), VISIT (19), DISPOSITION (36), ADMITTED ]-----
      *------[ (44) AND DISCHARGED (45)                           ]-----
       HL7-PV1.
           MOVE SPACES TO W-PV1
           MOVE 1 TO W-PTR
           STRING "PV1|1|"       DELIMITED BY SIZE
                  W-CLASSE       DELIMITED BY SIZE
                  INTO W-PV1 WITH POINTER W-PTR
           IF HE-EVENTO = "A08"
              GO TO HL7-PV1-FIM.
           STRING "|"            DELIMITED BY SIZE
                  W-LOCAL        DELIMITED BY SPACE
                  "|||"          DELIMITED BY SIZE
                  W-LOCALANT     DELIMITED BY SPACE
                  "|"            DELIMITED BY SIZE
                  W-MEDICO       DELIMITED BY SPACE
                  "||||||||||||" DELIMITED BY SIZE
                  W-VISITA       DELIMITED BY SPACE
                  "|||||||||||||||||" DELIMITED BY SIZE
                  W-DISPOS       DELIMITED BY SPACE
                  "||||||||"     DELIMITED BY SIZE
                  W-VISITA       DELIMITED BY SPACE
                  "|"            DELIMITED BY SIZE
                  W-ALTA         DELIMITED BY SPACE
                  INTO W-PV1 WITH POINTER W-PTR.
       HL7-PV1-FIM.
           EXIT.

      *---------------------*** END OF PROGRAM ***--------------------*
