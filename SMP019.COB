          03 COD           PIC 9(08).
          03 OBS           PIC X(30).
          03 OUTCOME       PIC X(01).
          03 UNIATEN       PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
       01 W-ZQUO        PIC 9(06) VALUE ZEROS.
       01 W-ZH          PIC 9(01) VALUE ZEROS.
       01 W-AGBANNER.
          03 FILLER     PIC X(14) VALUE "TEMPLATE UNIT ".
          03 W-AGB-UNI  PIC 9(02).
          03 FILLER     PIC X(03) VALUE ":  ".
          03 W-AGB-INI  PIC 99.99.
          03 FILLER     PIC X(03) VALUE " - ".
          03 W-AGB-FIM  PIC 99.99.
               VALUE  " OBSERVATION:".
           05  LINE 14  COLUMN 01
               VALUE  " OUTCOME:".
           05  LINE 14  COLUMN 20
               VALUE  "UNIT:".
           05  LINE 22  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 22  COLUMN 41
               LINE 14  COLUMN 11  PIC X(01)
               USING  OUTCOME OF REGATEN
               HIGHLIGHT.
           05  TUNIATEN
               LINE 14  COLUMN 26  PIC 9(02)
               USING  UNIATEN
               HIGHLIGHT.
           05  TCRMUF
               LINE 03  COLUMN 13  PIC X(02)
               USING  CRMUF OF REGATEN

      *--[ ONE-LINE BANNER WITH THE DOCTOR'S TEMPLATE HOURS FOR ]------
      *--[ THE REQUESTED DATE'S WEEKDAY, WHEN A TEMPLATE EXISTS  ]------
      *--[ - THE FIRST UNIT THE DOCTOR WORKS THAT WEEKDAY        ]------
       AGBANNER.
           IF W-AGAVAIL NOT = "Y"
              GO TO AGBANNER-FIM.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE CRMUF OF REGATEN TO AG-CRMUF
           MOVE CRM OF REGATEN TO AG-CRM
           MOVE ZEROS TO AG-UNIDADE AG-DIASEM
           START CADAGEND KEY IS NOT LESS CHAVEAGEND INVALID KEY
                 GO TO AGBANNER-FIM.
       AGBANNER-1.
           READ CADAGEND NEXT
           IF ST-ERRO-AG NOT = "00"
              GO TO AGBANNER-FIM.
           IF AG-CRMUF NOT = CRMUF OF REGATEN
              OR AG-CRM NOT = CRM OF REGATEN
              GO TO AGBANNER-FIM.
           IF AG-DIASEM NOT = W-DIASEM
              GO TO AGBANNER-1.
           MOVE AG-UNIDADE TO W-AGB-UNI
           MOVE AG-INICIO TO W-AGB-INI
           MOVE AG-FIM TO W-AGB-FIM
           MOVE AG-SLOTMIN TO W-AGB-SLOT
