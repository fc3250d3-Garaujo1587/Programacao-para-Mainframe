      *    EP-ALTATIPO: SPACE = STILL ADMITTED   A = ROUTINE (ALTA)
      *                 T = TRANSFER OUT   O = DECEASED (OBITO)
      *                 E = LEFT WITHOUT DISCHARGE (EVASAO)
      *    EP-GUIA: INSURER AUTHORIZATION NUMBER (CADAUTOR) THE
      *             ADMISSION WAS MADE UNDER, SPACES WHEN NONE NEEDED
      *----------------------------------------------------------------
       01 REGEPIS.
          03 CHAVEEPIS.
          03 EP-EXPDIAS      PIC 9(03).
          03 EP-ALTADATA     PIC 9(08).
          03 EP-ALTATIPO     PIC X(01).
          03 EP-GUIA         PIC X(20).
