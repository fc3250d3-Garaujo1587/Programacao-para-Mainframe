                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
      *         A LINE ALREADY ON A BANK SLIP STAYS OPEN UNTIL THE
      *         BANK'S RETURN SETTLES IT (SMP110)
                IF FT-BOLETO NOT = ZEROS AND FT-SITPAG = SPACE
                                        AND W-OPCAO NOT = "R"
                   MOVE "*** LINE IS ON A BANK SLIP - CANNOT CHANGE ***"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "H"
                   MOVE "H" TO FT-STATUS
                   GO TO ALT-OPC.
           READ CADCONV KEY IS CODCONV
           IF ST-ERRO2 = "00"
              MOVE NOUNCONV TO CONVNOME.
           IF FT-CONV = ZEROS
              MOVE "SELF-PAY (CASH DESK)" TO CONVNOME.

           MOVE "*** PATIENT NOT FOUND ***" TO PACNOME
           MOVE FT-CPF TO CPFPACI
