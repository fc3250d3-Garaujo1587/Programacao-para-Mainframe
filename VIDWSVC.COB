       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIDWSVC.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   VIDEO CONSULTATION PLATFORM SERVICE GATEWAY   *
      *   FUNCTION C - CREATE THE MEETING ROOM FOR A    *
      *   VIDEO BOOKING AND RETURN ITS LINK (SMP006,    *
      *   SMP068). FUNCTION S - ASK WHETHER THE PATIENT *
      *   HAS JOINED THE ROOM, AND WHEN (SMP066).       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    PATIENTS THE PLATFORM REPORTS AS NOT YET IN THEIR ROOM -
      *    ANY OTHER PATIENT ASKED ABOUT IS ANSWERED AS JOINED
       01 SVC-SAMPLE.
          03 SVC-ITEM OCCURS 3 TIMES.
             05 SVC-S-CPF       PIC 9(11).
       01 SVC-IND             PIC 9(02) VALUE ZEROS.
       01 SVC-HORA.
          03 SVC-HH           PIC 9(02).
          03 SVC-MM           PIC 9(02).
          03 FILLER           PIC 9(04).
       01 SVC-ROOM.
          03 SVC-R-CRMUF      PIC X(02).
          03 SVC-R-DIA        PIC X(02).
          03 SVC-R-HORA       PIC X(04).
          03 SVC-R-CPF        PIC X(04).
       01 SVC-CHAVE-R.
          03 SVC-K-CRMUF      PIC X(02).
          03 SVC-K-CRM        PIC X(06).
          03 SVC-K-ANO        PIC X(04).
          03 SVC-K-MES        PIC X(02).
          03 SVC-K-DIA        PIC X(02).
          03 SVC-K-HORA       PIC X(04).
       01 SVC-CPF-R.
          03 FILLER           PIC X(07).
          03 SVC-C-FIM        PIC X(04).
       01 SVC-URL             PIC X(31) VALUE
                              "HTTPS://TELE.SMPCLINICA.COM.BR/".

       LINKAGE SECTION.
       01 SVC-FUNCAO          PIC X(01).
       01 SVC-CHAVE           PIC X(20).
       01 SVC-CPF             PIC 9(11).
       01 SVC-STATUS          PIC X(02).
       01 SVC-SALA            PIC X(12).
       01 SVC-LINK            PIC X(60).
       01 SVC-HORAENT         PIC 9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SVC-FUNCAO SVC-CHAVE SVC-CPF
                                SVC-STATUS SVC-SALA SVC-LINK
                                SVC-HORAENT.
       SVC-0000.
           MOVE 52998224725   TO SVC-S-CPF(1)
           MOVE 11144477735   TO SVC-S-CPF(2)
           MOVE 93541134780   TO SVC-S-CPF(3)

           MOVE "00" TO SVC-STATUS
           IF SVC-FUNCAO = "C"
                 GO TO SVC-CRIA.
           IF SVC-FUNCAO = "S"
                 GO TO SVC-SITUA.
           MOVE "09" TO SVC-STATUS
           GO TO SVC-FIM.
       SVC-CRIA.
           MOVE SVC-CHAVE TO SVC-CHAVE-R
           MOVE SVC-CPF   TO SVC-CPF-R
           MOVE SVC-K-CRMUF TO SVC-R-CRMUF
           MOVE SVC-K-DIA   TO SVC-R-DIA
           MOVE SVC-K-HORA  TO SVC-R-HORA
           MOVE SVC-C-FIM   TO SVC-R-CPF
           MOVE SVC-ROOM    TO SVC-SALA
           MOVE SPACES      TO SVC-LINK
           STRING SVC-URL  DELIMITED BY SPACE
                  SVC-ROOM DELIMITED BY SIZE
                  INTO SVC-LINK
           GO TO SVC-FIM.
       SVC-SITUA.
           MOVE ZEROS TO SVC-HORAENT
           MOVE 1 TO SVC-IND.
       SVC-0010.
           IF SVC-IND > 3
                 GO TO SVC-0020.
           IF SVC-S-CPF(SVC-IND) = SVC-CPF
                 MOVE "01" TO SVC-STATUS
                 GO TO SVC-FIM.
           ADD 1 TO SVC-IND
           GO TO SVC-0010.
       SVC-0020.
           ACCEPT SVC-HORA FROM TIME
           COMPUTE SVC-HORAENT = SVC-HH * 100 + SVC-MM.
       SVC-FIM.
           EXIT PROGRAM.
      *
      *    STATUS CODES RETURNED IN SVC-STATUS
      *    FUNCTION C (CREATE ROOM)
      *    00 = ROOM CREATED - SVC-SALA AND SVC-LINK RETURNED
      *    FUNCTION S (JOIN STATUS)
      *    00 = PATIENT IS IN THE ROOM - JOIN TIME IN SVC-HORAENT
      *    01 = PATIENT HAS NOT JOINED YET
      *    ANY FUNCTION
      *    09 = FUNCTION CODE NOT RECOGNISED
      *    99 = SERVICE UNAVAILABLE (SET BY THE CALLER WHEN THE
      *         CALL ITSELF FAILS - THE BOOKING IS KEPT AND THE
      *         LINK LEFT PENDING FOR SMP068 TO RETRY)

      *---------------------*** END OF PROGRAM ***--------------------*
