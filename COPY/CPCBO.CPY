      *----------------------------------------------------------------
      *    CPCBO   -  SHARED SUS PRODUCTION CODES PER SPECIALITY
      *    SAME ORDER AS CADESPEC'S SEED TABLE IN SMP001 (ECOD 1 THRU
      *    6); ENTRY 6 IS THE CATCH-ALL FOR ANY OTHER SPECIALITY.
      *    TBCBO:  CBO OCCUPATION CODE OF THE ATTENDING PROFESSIONAL
      *    TBPROC: SIGTAP PROCEDURE BILLED FOR ONE OUTPATIENT VISIT
      *----------------------------------------------------------------
       01 TABCBOX.
          03 FILLER     PIC X(06) VALUE "225125".
          03 FILLER     PIC 9(10) VALUE 0301010064.
          03 FILLER     PIC X(06) VALUE "225285".
          03 FILLER     PIC 9(10) VALUE 0301010072.
          03 FILLER     PIC X(06) VALUE "225250".
          03 FILLER     PIC 9(10) VALUE 0301010072.
          03 FILLER     PIC X(06) VALUE "225124".
          03 FILLER     PIC 9(10) VALUE 0301010072.
          03 FILLER     PIC X(06) VALUE "225120".
          03 FILLER     PIC 9(10) VALUE 0301010072.
          03 FILLER     PIC X(06) VALUE "225170".
          03 FILLER     PIC 9(10) VALUE 0301010072.
       01 TABCBO REDEFINES TABCBOX.
          03 TBCBOENT   OCCURS 6 TIMES.
             05 TBCBO   PIC X(06).
             05 TBPROC  PIC 9(10).
