          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADQUARTO
               LABEL RECORD IS STANDARD
          03 PLANOQ         PIC 9(02).
          03 CPFQ           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CENSHIST
               LABEL RECORD IS STANDARD
