       01 W-HOLDCONV   PIC 9(04) VALUE ZEROS.
       01 W-HOLDNOME   PIC X(30) VALUE SPACES.

           COPY CPHL7E.

       01 W-CPF-SOMA1   PIC 9(04) VALUE ZEROS.
       01 W-CPF-SOMA2   PIC 9(04) VALUE ZEROS.
       01 W-CPF-QUO     PIC 9(04) VALUE ZEROS.
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRATION CHANGED ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ADT-A08 THRU ADT-A08-FIM
                   PERFORM PRT-OPC THRU PRT-OPC-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGING THE REGISTRATION"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      ******************************************************************
      *  ADT-A08 - TELLS THE SYSTEMS ON THE HL7 ADT FEED (CPHL7D) THAT *
      *  THE PATIENT'S REGISTRATION CHANGED. SMPHL7 QUEUES IT ON       *
      *  CADHL7 AND SMP154 DELIVERS IT.                                *
      ******************************************************************
      *
       ADT-A08.
           MOVE "A08"      TO HE-EVENTO
           MOVE "SMP004"   TO HE-ORIGEM
           MOVE SPACES     TO HE-OPERID HE-CRMUF HE-ALTATIPO
           MOVE CPF        TO HE-CPF
           MOVE NOUN       TO HE-NOME
           COMPUTE HE-NASC = ANO * 10000 + MES * 100 + DIA
           MOVE SEX        TO HE-SEXO
           MOVE DDD        TO HE-DDD
           MOVE NUM        TO HE-FONE
           MOVE CEPPACI    TO HE-CEP
           MOVE NUMLOGRA   TO HE-NUMLOGRA
           MOVE ZEROS      TO HE-QUARTO HE-QUARTOANT HE-UNIDADE HE-CRM
                              HE-ADMDATA HE-ADMHORA HE-ALTADATA
           MOVE "99" TO HE-STATUS
           CALL "SMPHL7" USING HE-EVENTO-HL7
              ON OVERFLOW
                 MOVE "99" TO HE-STATUS.
           CANCEL "SMPHL7"
           IF HE-STATUS NOT = "00"
              MOVE "*** ADT MESSAGE NOT QUEUED - CHECK CADHL7 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ADT-A08-FIM.
           EXIT.

      ******************************************************************
      *  INTAKE SUMMARY PRINTOUT (PATIENT / ADDRESS / AGREEMENT)       *
      ******************************************************************
