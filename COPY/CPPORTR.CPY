      *----------------------------------------------------------------
      *    CPPORTR - PATIENT PORTAL EXPORT RECORD
      *    PORTAL.DAT, WRITTEN NIGHTLY BY SMP146 FOR THE PATIENT
      *    PORTAL. THE FILE IS REBUILT WHOLE EVERY NIGHT, GROUPED BY
      *    PATIENT CPF. FIELDS ARE PREFIXED PT-.
      *    PT-TIPO:   V = KEPT VISIT          (PT-VISITA)
      *               P = PRESCRIPTION LINE   (PT-RECEITA)
      *               E = RELEASED EXAM RESULT (PT-EXAME)
      *               I = IMMUNIZATION DOSE   (PT-VACINA)
      *    PT-DATA:   VISIT DATE (V AND P), ORDER DATE (E) OR DATE
      *               THE DOSE WAS GIVEN (I)
      *    PT-CRMUF/PT-CRM/PT-MEDICO: THE VISIT DOCTOR (V AND P), THE
      *               ORDERING DOCTOR (E) OR THE DOSE'S DOCTOR (I)
      *    PT-REFREST: REFILLS STILL ALLOWED ON THE PRESCRIPTION LINE
      *    PT-RESULT: N = NORMAL   A = ABNORMAL
      *----------------------------------------------------------------
       01 REGPORT.
          03 PT-CPF          PIC 9(11).
          03 PT-TIPO         PIC X(01).
          03 PT-DATA         PIC 9(08).
          03 PT-CRMUF        PIC X(02).
          03 PT-CRM          PIC 9(06).
          03 PT-MEDICO       PIC X(30).
          03 PT-DADOS        PIC X(100).
          03 PT-VISITA REDEFINES PT-DADOS.
             05 PT-HORA      PIC 9(04).
             05 PT-UNIDADE   PIC 9(02).
             05 FILLER       PIC X(94).
          03 PT-RECEITA REDEFINES PT-DADOS.
             05 PT-DROGA     PIC X(30).
             05 PT-DOSAGEM   PIC X(20).
             05 PT-DURACAO   PIC X(20).
             05 PT-REFREST   PIC 9(02).
             05 FILLER       PIC X(28).
          03 PT-EXAME REDEFINES PT-DADOS.
             05 PT-EXAMENOME PIC X(30).
             05 PT-DATARES   PIC 9(08).
             05 PT-RESULT    PIC X(01).
             05 PT-TEXTO     PIC X(60).
             05 FILLER       PIC X(01).
          03 PT-VACINA REDEFINES PT-DADOS.
             05 PT-VACNOME   PIC X(10).
             05 PT-DOSE      PIC 9(02).
             05 FILLER       PIC X(88).
