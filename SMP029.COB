          03 PLANOQ         PIC 9(02).
          03 CPFQ            PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADESPEC
               LABEL RECORD IS STANDARD
          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD VEHREG
               LABEL RECORD IS STANDARD
             05 LETTERP      PIC X(03).
             05 NUMP         PIC 9(04).
          03 NAMEP           PIC X(30).
          03 FILLER          PIC X(60).

       FD VEHSHIFT
               LABEL RECORD IS STANDARD
