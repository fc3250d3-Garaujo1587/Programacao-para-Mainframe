      *----------------------------------------------------------------
      *    CPDISTR - SHARED REPORT DISTRIBUTION LIST LAYOUT
      *    CADDIST.DAT, KEYED BY REPORT PROGRAM + SEQUENCE. LINE 00 OF
      *    A PROGRAM DESCRIBES THE REPORT ITSELF (DS-RELATORIO VIEW):
      *    WHETHER IT CARRIES PATIENT DATA. LINES 01 ON ARE ITS
      *    RECIPIENTS. A PROGRAM WITH NO LINE 00 IS TREATED AS
      *    CARRYING PATIENT DATA. SMP140 MAINTAINS IT, SMP141 MAILS
      *    EACH NEW RPTCAT SPOOL FILE TO THE RECIPIENTS DUE.
      *    DS-AUTPAC: Y = AUTHORIZED TO RECEIVE PATIENT DATA
      *    DS-FREQ:   D = EVERY RUN
      *               S = WEEKLY, ON WEEKDAY DS-DIA (1=MON ... 7=SUN)
      *               M = MONTHLY, ON DAY DS-DIA (THE LAST DAY OF A
      *                   SHORTER MONTH)
      *    DS-ATIVO:  A = ACTIVE   I = SUSPENDED
      *----------------------------------------------------------------
       01 REGDIST.
          03 CHAVEDIST.
             05 DS-PROGRAMA  PIC X(08).
             05 DS-SEQ       PIC 9(02).
          03 DS-DESTINO.
             05 DS-NOME      PIC X(30).
             05 DS-EMAIL     PIC X(50).
             05 DS-AUTPAC    PIC X(01).
             05 DS-FREQ      PIC X(01).
             05 DS-DIA       PIC 9(02).
             05 DS-ATIVO     PIC X(01).
          03 DS-RELATORIO REDEFINES DS-DESTINO.
             05 DS-DESCR     PIC X(30).
             05 DS-CLINICO   PIC X(01).
             05 FILLER       PIC X(54).
