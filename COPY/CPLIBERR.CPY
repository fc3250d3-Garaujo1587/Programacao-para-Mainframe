      *----------------------------------------------------------------
      *    CPLIBERR - EXAM RESULT RELEASE TO THE PATIENT PORTAL
      *    CADLIBER.DAT, ONE ROW PER CADORDER LINE THE ORDERING
      *    DOCTOR RELEASED (SMP058), KEYED BY THE SAME CHAVEORDER SO
      *    THE RELEASE SITS BESIDE THE ORDER WITHOUT WIDENING CPORDR.
      *    NO ROW MEANS THE RESULT IS NOT RELEASED. SMP146 ONLY SENDS
      *    A RESULT WHOSE LB-DATARES IS STILL THE ORDER'S OR-DATARES -
      *    A RESULT RE-KEYED OR RE-LOADED AFTERWARDS MUST BE RELEASED
      *    AGAIN. FIELDS ARE PREFIXED LB-.
      *    LB-CRMUF/LB-CRM: THE ORDERING DOCTOR WHO RELEASED IT
      *----------------------------------------------------------------
       01 REGLIBER.
          03 CHAVELIBER.
             05 LB-CHAVEATEN PIC X(20).
             05 LB-SEQ       PIC 9(02).
          03 LB-CRMUF        PIC X(02).
          03 LB-CRM          PIC 9(06).
          03 LB-DATARES      PIC 9(08).
          03 LB-DATALIB      PIC 9(08).
