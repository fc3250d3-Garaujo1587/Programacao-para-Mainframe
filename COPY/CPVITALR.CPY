      *----------------------------------------------------------------
      *    CPVITALR - SHARED INPATIENT VITAL-SIGNS OBSERVATION RECORD
      *    CADVITAL.DAT, ONE ROW PER SET OF OBSERVATIONS TAKEN ON THE
      *    WARD, KEYED BY PATIENT CPF + OBSERVATION DATE + TIME SO A
      *    PATIENT'S CHART COMES OUT IN TIME ORDER. VT-EPADMDATA TIES
      *    THE ROW TO THE CADEPIS EPISODE IT WAS TAKEN UNDER. FIELDS
      *    ARE PREFIXED VT- SO THEY NEVER COLLIDE WITH CADPACI/CADMED
      *    FIELDS WHEN ALL ARE OPEN TOGETHER.
      *    VT-PASIS/VT-PADIA: SYSTOLIC/DIASTOLIC BLOOD PRESSURE (MMHG)
      *    VT-FREQR:  RESPIRATORY RATE PER MINUTE
      *    VT-SATO2:  OXYGEN SATURATION (%)   VT-O2SUP: Y = ON OXYGEN
      *    VT-CONSC:  A = ALERT  C = NEW CONFUSION  V = VOICE
      *               P = PAIN   U = UNRESPONSIVE
      *    VT-NEWS:   EARLY-WARNING SCORE CALCULATED AT CHARTING
      *    VT-ALERTA: Y = SCORE AT/OVER THE ALERT THRESHOLD (OR ONE
      *               PARAMETER SCORING 3); VT-ONCUF/VT-ONCRM IS THE
      *               ON-CALL DOCTOR (CADONCALL) IT WAS RAISED TO
      *----------------------------------------------------------------
       01 REGVITAL.
          03 CHAVEVITAL.
             05 VT-CPF       PIC 9(11).
             05 VT-DATA      PIC 9(08).
             05 VT-HORA      PIC 9(04).
          03 VT-EPADMDATA    PIC 9(08).
          03 VT-PULSO        PIC 9(03).
          03 VT-PASIS        PIC 9(03).
          03 VT-PADIA        PIC 9(03).
          03 VT-FREQR        PIC 9(02).
          03 VT-TEMP         PIC 9(02)V9.
          03 VT-SATO2        PIC 9(03).
          03 VT-O2SUP        PIC X(01).
          03 VT-CONSC        PIC X(01).
          03 VT-NEWS         PIC 9(02).
          03 VT-ALERTA       PIC X(01).
          03 VT-ONCUF        PIC X(02).
          03 VT-ONCRM        PIC 9(06).
          03 VT-OPERID       PIC X(08).
