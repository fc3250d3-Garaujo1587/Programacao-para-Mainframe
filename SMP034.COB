          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
           MOVE W-CATOPER TO RP-OPERID
           MOVE W-RELNOME TO RP-ARQUIVO
           MOVE W-TOTAL TO RP-REGISTROS
           MOVE SPACE TO RP-ENVIO
           MOVE ZEROS TO RP-ENVDATA
           WRITE REGRPTCAT
           CLOSE RPTCAT.
       CAT-GRAVA-FIM.
