      *----------------------------------------------------------------
      *    CPAMBTXR - SHARED AMBULANCE TRIP RATE LAYOUT
      *    CADAMBTX.DAT, KEYED BY TRIP TYPE + THE TOP OF A DISTANCE
      *    BAND IN KM. A TRIP IS PRICED FROM THE FIRST BAND OF ITS
      *    TYPE WHOSE AT-KMATE IS NOT BELOW THE KM DRIVEN (ODOMIN -
      *    ODOMOUT): AT-VALBASE + KM * AT-VALKM. FIELDS ARE PREFIXED
      *    AT-.
      *    AT-TIPO:  1 = EMERGENCY   2 = URGENT   3 = ROUTINE/TRANSFER
      *              (THE SMP083 DISPATCH PRIORITY; A TRIP LOGGED
      *              DIRECTLY ON SMP024 IS A ROUTINE TRANSFER)
      *----------------------------------------------------------------
       01 REGAMBTX.
          03 CHAVEAMBTX.
             05 AT-TIPO      PIC 9(01).
             05 AT-KMATE     PIC 9(04).
          03 AT-VALBASE      PIC 9(05)V99.
          03 AT-VALKM        PIC 9(03)V99.
