          03 COD-ATEN      PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
