      *    CPF/CONVENIO FIELDS ON CADATEN/CADPACI/CADCONV WHEN ALL
      *    ARE OPEN TOGETHER IN THE SAME PROGRAM.
      *    FT-TIPO:   C = CONSULTATION   D = INPATIENT PER-DIEM
      *               T = AMBULANCE TRIP (SMP135)
      *               M = MEDICATION   E = EXAM   S = OTHER SERVICE
      *               H = SELF-PAY INPATIENT ACCOUNT BALANCE
      *               (M/E/S/H RELEASED FROM THE SMP152 ACCOUNT)
      *    FT-CONV:   0000 = SELF-PAY - NO AGREEMENT, SETTLED AT THE
      *               SMP056 CASH DESK, NEVER SLIPPED OR REMITTED
      *    FT-STATUS: O = OPEN   H = HELD   X = CANCELLED
      *    FT-SITPAG: SPACE = OUTSTANDING   F = PAID IN FULL
      *               P = PARTIAL (GLOSA)   R = REJECTED BY INSURER
      *    FT-GUIA:   INSURER AUTHORIZATION NUMBER QUOTED ON THE BILL
      *    FT-BOLETO: BANK COLLECTION SLIP (NOSSO NUMERO, CADBOLET) THE
      *               LINE WAS SENT OUT ON BY SMP109 - ZERO = NONE
      *    FT-MODAL:  SPACE = IN PERSON   V = VIDEO TELECONSULTATION
      *               T = TELEPHONE TELECONSULTATION (FROM CADTELE)
      *----------------------------------------------------------------
       01 REGFATUR.
          03 FATNUM          PIC 9(08).
          03 FT-PAGVALOR     PIC 9(05)V99.
          03 FT-SITPAG       PIC X(01).
          03 FT-GLOSA        PIC X(30).
          03 FT-GUIA         PIC X(20).
          03 FT-BOLETO       PIC 9(10).
          03 FT-MODAL        PIC X(01).
