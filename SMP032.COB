             05 NEXTMAINT-DIA PIC 9(02).
             05 NEXTMAINT-MES PIC 9(02).
             05 NEXTMAINT-ANO PIC 9(04).
          03 UNIDV         PIC 9(02).

       FD CADDELOG
               LABEL RECORD IS STANDARD
