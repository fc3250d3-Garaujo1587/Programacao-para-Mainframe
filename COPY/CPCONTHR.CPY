      *----------------------------------------------------------------
      *    CPCONTHR - SHARED INPATIENT ACCOUNT (CONTA HOSPITALAR)
      *    ITEM LAYOUT. CADCONTH.DAT, ONE ROW PER CHARGE OF A CADEPIS
      *    ADMISSION, KEYED BY THE EPISODE KEY + AN ITEM SEQUENCE.
      *    SMP152 BUILDS THE ITEMS FROM ROOMHIST (PER-DIEMS), CADMAR
      *    (DOSES GIVEN), CADORDER (EXAMS RESULTED) AND VEHTRIP
      *    (AMBULANCE TRIPS); OTHER SERVICES ARE KEYED BY BILLING.
      *    FIELDS ARE PREFIXED CH-.
      *    CH-TIPO:   D = PER-DIEM   M = MEDICATION   E = EXAM
      *               T = AMBULANCE TRIP   S = OTHER SERVICE
      *    CH-ORIGEM: WHAT THE ITEM WAS BUILT FROM - THE PER-DIEM OR
      *               TRIP PSEUDO BOOKING KEY THE MONTHLY RUNS BILL
      *               UNDER, THE DRUG LABEL OR THE EXAM ORDER KEY.
      *               SPACES ON A KEYED SERVICE
      *    CH-JAFAT:  AMOUNT ALREADY ON LIVE CADFATUR LINES RAISED BY
      *               A MONTHLY RUN (SMP057/SMP135) UNDER THE SAME
      *               KEY. CH-VALOR IS QTY X UNIT PRICE LESS CH-JAFAT
      *    CH-SIT:    P = PENDING REVIEW   A = APPROVED   R = REFUSED
      *               F = RELEASED TO CADFATUR (LINE CH-FATNUM)
      *               J = ALREADY BILLED IN FULL BY A MONTHLY RUN
      *----------------------------------------------------------------
       01 REGCONTH.
          03 CHAVECONTH.
             05 CH-CPF       PIC 9(11).
             05 CH-ADMDATA   PIC 9(08).
             05 CH-ADMHORA   PIC 9(04).
             05 CH-SEQ       PIC 9(03).
          03 CH-TIPO         PIC X(01).
          03 CH-DATA         PIC 9(08).
          03 CH-DESCR        PIC X(30).
          03 CH-QTD          PIC 9(04).
          03 CH-VALUNIT      PIC 9(05)V99.
          03 CH-VALOR        PIC 9(07)V99.
          03 CH-JAFAT        PIC 9(07)V99.
          03 CH-ORIGEM       PIC X(30).
          03 CH-SIT          PIC X(01).
          03 CH-FATNUM       PIC 9(08).
