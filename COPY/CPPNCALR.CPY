      *----------------------------------------------------------------
      *    CPPNCALR - SHARED PRENATAL CALENDAR RECORD LAYOUT
      *    CADPNCAL.DAT, ONE ROW PER RECOMMENDED VISIT OR EXAM OF A
      *    CADPRENA PREGNANCY, KEYED BY CPF + PREGNANCY NUMBER + ITEM.
      *    BUILT BY SMP123 FROM ITS SCHEDULE TABLE WHEN THE PREGNANCY
      *    IS RECORDED (AND REBUILT WHEN THE LMP OR RISK CHANGES).
      *    PC-TIPO:    V = PRENATAL VISIT   E = EXAM
      *    PC-SEMANA:  GESTATIONAL WEEK THE ITEM IS DUE BY
      *    PC-DATAINI/PC-DATALIM: WINDOW IN WHICH A CADATEN BOOKING
      *                (VISIT) OR A CADORDER LINE (EXAM) COUNTS FOR
      *                THE ITEM. AN ORDER COUNTS WHEN ITS EXAM NAME
      *                STARTS WITH THE SAME 12 CHARACTERS AS PC-EXAME.
      *    PC-CHAVEATEN: LINKED BOOKING (VISIT) OR THE VISIT THE
      *                LINKED ORDER HANGS OFF (EXAM, LINE PC-ORDSEQ)
      *    PC-SITU:    SPACE = OPEN   B = BOOKED/ORDERED   D = DONE
      *                (VISIT ATTENDED / EXAM RESULTED)
      *    PC-AVISO:   Y = ALREADY SENT TO THE CALL-BACK DESK (SMP124)
      *----------------------------------------------------------------
       01 REGPNCAL.
          03 CHAVEPNCAL.
             05 PC-CPF       PIC 9(11).
             05 PC-GESTA     PIC 9(02).
             05 PC-ITEM      PIC 9(02).
          03 PC-TIPO         PIC X(01).
          03 PC-SEMANA       PIC 9(02).
          03 PC-DATAINI      PIC 9(08).
          03 PC-DATAPREV     PIC 9(08).
          03 PC-DATALIM      PIC 9(08).
          03 PC-EXAME        PIC X(30).
          03 PC-CHAVEATEN    PIC X(20).
          03 PC-ORDSEQ       PIC 9(02).
          03 PC-SITU         PIC X(01).
          03 PC-AVISO        PIC X(01).
