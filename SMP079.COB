               VALUE OF FILE-ID IS "CADATEN.DAT".
       01 LV2-REG.
          03 LV2-CHAVE     PIC X(20).
          03 FILLER        PIC X(52).

       FD BKPATEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKPNOME.
       01 BK2-REG.
          03 BK2-CHAVE     PIC X(20).
          03 FILLER        PIC X(52).

       FD CADMED
               LABEL RECORD IS STANDARD
