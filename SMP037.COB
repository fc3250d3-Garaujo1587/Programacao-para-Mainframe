          03 PLANOQ        PIC 9(02).
          03 CPF           PIC 9(11).
          03 FILLER        PIC X(01).
          03 UNIQ          PIC 9(02).

       FD CADPLANO
               LABEL RECORD IS STANDARD
