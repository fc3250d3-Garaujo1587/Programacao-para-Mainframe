           MOVE W-CATOPER TO RP-OPERID
           MOVE W-RELNOME TO RP-ARQUIVO
           MOVE W-TOTAL TO RP-REGISTROS
           MOVE SPACE TO RP-ENVIO
           MOVE ZEROS TO RP-ENVDATA
           WRITE REGRPTCAT
           CLOSE RPTCAT.
       CAT-GRAVA-FIM.
