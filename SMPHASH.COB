       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPHASH.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************************
      *   OPERATOR PASSWORD HASH                        *
      *   CALLED WITH AN 8-CHARACTER SALT AND THE       *
      *   PASSWORD TYPED (UP TO 16 CHARACTERS) AND      *
      *   RETURNS THE 36-CHARACTER ONE-WAY HASH KEPT ON *
      *   CADOPER. THE SAME SALT AND PASSWORD ALWAYS    *
      *   GIVE THE SAME HASH; THE PASSWORD CANNOT BE    *
      *   READ BACK FROM IT. USED BY MENU, SMP072,      *
      *   SMP077 AND THE SMP051 CONVERSION              *
      **************************************************
      *----------------------------------------------------------------
      *    THE HASH IS SHA-256 (FIPS 180-4) WORKED OUT WITH ORDINARY
      *    DECIMAL ARITHMETIC: EACH 32-BIT WORD IS HELD AS A NUMBER
      *    AND SPLIT INTO ITS BITS WHENEVER A ROTATION, SHIFT OR
      *    BITWISE FUNCTION IS NEEDED. THE SALT AND PASSWORD ARE
      *    HASHED, THEN THE DIGEST IS HASHED AGAIN WITH THE SALT
      *    HS-VOLTAS TIMES IN ALL, SO EVERY GUESS AT A PASSWORD
      *    COSTS AS MANY SHA-256 RUNS. THE FIRST 18 BYTES OF THE
      *    LAST DIGEST ARE RETURNED AS 36 HEXADECIMAL DIGITS.
      *    A STORED HASH IS ONLY GOOD FOR THE ROUTINE THAT MADE IT -
      *    CADOPER MARKS IT WITH PWDVERS (SEE CPOPERR).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SHA-256 ROUND CONSTANTS K(1) TO K(64)
       01 HS-KX.
          03 FILLER     PIC 9(10) VALUE 1116352408.
          03 FILLER     PIC 9(10) VALUE 1899447441.
          03 FILLER     PIC 9(10) VALUE 3049323471.
          03 FILLER     PIC 9(10) VALUE 3921009573.
          03 FILLER     PIC 9(10) VALUE 0961987163.
          03 FILLER     PIC 9(10) VALUE 1508970993.
          03 FILLER     PIC 9(10) VALUE 2453635748.
          03 FILLER     PIC 9(10) VALUE 2870763221.
          03 FILLER     PIC 9(10) VALUE 3624381080.
          03 FILLER     PIC 9(10) VALUE 0310598401.
          03 FILLER     PIC 9(10) VALUE 0607225278.
          03 FILLER     PIC 9(10) VALUE 1426881987.
          03 FILLER     PIC 9(10) VALUE 1925078388.
          03 FILLER     PIC 9(10) VALUE 2162078206.
          03 FILLER     PIC 9(10) VALUE 2614888103.
          03 FILLER     PIC 9(10) VALUE 3248222580.
          03 FILLER     PIC 9(10) VALUE 3835390401.
          03 FILLER     PIC 9(10) VALUE 4022224774.
          03 FILLER     PIC 9(10) VALUE 0264347078.
          03 FILLER     PIC 9(10) VALUE 0604807628.
          03 FILLER     PIC 9(10) VALUE 0770255983.
          03 FILLER     PIC 9(10) VALUE 1249150122.
          03 FILLER     PIC 9(10) VALUE 1555081692.
          03 FILLER     PIC 9(10) VALUE 1996064986.
          03 FILLER     PIC 9(10) VALUE 2554220882.
          03 FILLER     PIC 9(10) VALUE 2821834349.
          03 FILLER     PIC 9(10) VALUE 2952996808.
          03 FILLER     PIC 9(10) VALUE 3210313671.
          03 FILLER     PIC 9(10) VALUE 3336571891.
          03 FILLER     PIC 9(10) VALUE 3584528711.
          03 FILLER     PIC 9(10) VALUE 0113926993.
          03 FILLER     PIC 9(10) VALUE 0338241895.
          03 FILLER     PIC 9(10) VALUE 0666307205.
          03 FILLER     PIC 9(10) VALUE 0773529912.
          03 FILLER     PIC 9(10) VALUE 1294757372.
          03 FILLER     PIC 9(10) VALUE 1396182291.
          03 FILLER     PIC 9(10) VALUE 1695183700.
          03 FILLER     PIC 9(10) VALUE 1986661051.
          03 FILLER     PIC 9(10) VALUE 2177026350.
          03 FILLER     PIC 9(10) VALUE 2456956037.
          03 FILLER     PIC 9(10) VALUE 2730485921.
          03 FILLER     PIC 9(10) VALUE 2820302411.
          03 FILLER     PIC 9(10) VALUE 3259730800.
          03 FILLER     PIC 9(10) VALUE 3345764771.
          03 FILLER     PIC 9(10) VALUE 3516065817.
          03 FILLER     PIC 9(10) VALUE 3600352804.
          03 FILLER     PIC 9(10) VALUE 4094571909.
          03 FILLER     PIC 9(10) VALUE 0275423344.
          03 FILLER     PIC 9(10) VALUE 0430227734.
          03 FILLER     PIC 9(10) VALUE 0506948616.
          03 FILLER     PIC 9(10) VALUE 0659060556.
          03 FILLER     PIC 9(10) VALUE 0883997877.
          03 FILLER     PIC 9(10) VALUE 0958139571.
          03 FILLER     PIC 9(10) VALUE 1322822218.
          03 FILLER     PIC 9(10) VALUE 1537002063.
          03 FILLER     PIC 9(10) VALUE 1747873779.
          03 FILLER     PIC 9(10) VALUE 1955562222.
          03 FILLER     PIC 9(10) VALUE 2024104815.
          03 FILLER     PIC 9(10) VALUE 2227730452.
          03 FILLER     PIC 9(10) VALUE 2361852424.
          03 FILLER     PIC 9(10) VALUE 2428436474.
          03 FILLER     PIC 9(10) VALUE 2756734187.
          03 FILLER     PIC 9(10) VALUE 3204031479.
          03 FILLER     PIC 9(10) VALUE 3329325298.
       01 HS-KT REDEFINES HS-KX.
          03 HS-K       PIC 9(10) OCCURS 64 TIMES.

      *    SHA-256 INITIAL HASH VALUE
       01 HS-IVX.
          03 FILLER     PIC 9(10) VALUE 1779033703.
          03 FILLER     PIC 9(10) VALUE 3144134277.
          03 FILLER     PIC 9(10) VALUE 1013904242.
          03 FILLER     PIC 9(10) VALUE 2773480762.
          03 FILLER     PIC 9(10) VALUE 1359893119.
          03 FILLER     PIC 9(10) VALUE 2600822924.
          03 FILLER     PIC 9(10) VALUE 0528734635.
          03 FILLER     PIC 9(10) VALUE 1541459225.
       01 HS-IVT REDEFINES HS-IVX.
          03 HS-IV      PIC 9(10) OCCURS 8 TIMES.

       01 HS-HEXX       PIC X(16) VALUE "0123456789ABCDEF".
       01 HS-HEXT REDEFINES HS-HEXX.
          03 HS-HEXC    PIC X(01) OCCURS 16 TIMES.

       01 HS-ENTRADA.
          03 HS-ESAL    PIC X(08).
          03 HS-ESEN    PIC X(16).
       01 HS-ENTRADA-R REDEFINES HS-ENTRADA.
          03 HS-ECAR    PIC X(01) OCCURS 24 TIMES.

      *    ONE CHARACTER READ AS A BINARY NUMBER GIVES ITS BYTE VALUE
       01 HS-BYTEX.
          03 FILLER     PIC X(01) VALUE LOW-VALUE.
          03 HS-BYTEC   PIC X(01).
       01 HS-BYTEN REDEFINES HS-BYTEX PIC 9(04) COMP.

      *    THE 64-BYTE MESSAGE BLOCK, THE MESSAGE SCHEDULE, THE HASH
      *    STATE AND THE WORKING VARIABLES A TO H (HS-V(1) TO (8))
       01 HS-BLOCO.
          03 HS-MB      PIC 9(03) OCCURS 64 TIMES.
       01 HS-SALB.
          03 HS-SB      PIC 9(03) OCCURS 8 TIMES.
       01 HS-SCHED.
          03 HS-W       PIC 9(10) OCCURS 64 TIMES.
       01 HS-ESTADO.
          03 HS-HV      PIC 9(10) OCCURS 8 TIMES.
       01 HS-VARS.
          03 HS-V       PIC 9(10) OCCURS 8 TIMES.

      *    BITS OF UP TO THREE WORDS, MOST SIGNIFICANT BIT FIRST
       01 HS-BITS.
          03 HS-BR      OCCURS 3 TIMES.
             05 HS-B    PIC 9(01) OCCURS 32 TIMES.

       77 HS-VOLTAS     PIC 9(04) VALUE 0100.
       77 HS-VOLTA      PIC 9(04) VALUE ZEROS.
       77 HS-LEN        PIC 9(03) VALUE ZEROS.
       77 HS-I          PIC 9(03) VALUE ZEROS.
       77 HS-J          PIC 9(03) VALUE ZEROS.
       77 HS-T          PIC 9(03) VALUE ZEROS.
       77 HS-R          PIC 9(01) VALUE ZEROS.
       77 HS-BIT        PIC 9(02) VALUE ZEROS.
       77 HS-N          PIC 9(02) VALUE ZEROS.
       77 HS-IX         PIC S9(03) VALUE ZEROS.
       77 HS-SOMA       PIC 9(01) VALUE ZEROS.
       77 HS-X          PIC 9(10) VALUE ZEROS.
       77 HS-Q          PIC 9(12) VALUE ZEROS.
       77 HS-SOM        PIC 9(12) VALUE ZEROS.
       77 HS-F1         PIC 9(10) VALUE ZEROS.
       77 HS-F2         PIC 9(10) VALUE ZEROS.
       77 HS-T1         PIC 9(10) VALUE ZEROS.
       77 HS-T2         PIC 9(10) VALUE ZEROS.
       77 HS-2E32       PIC 9(10) VALUE 4294967296.
       77 HS-BYTE       PIC 9(03) VALUE ZEROS.
       77 HS-HI         PIC 9(02) VALUE ZEROS.
       77 HS-LO         PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 HS-SAL              PIC X(08).
       01 HS-SENHA            PIC X(16).
       01 HS-HASH             PIC X(36).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING HS-SAL HS-SENHA HS-HASH.
       HS-0000.
           MOVE HS-SAL   TO HS-ESAL
           MOVE HS-SENHA TO HS-ESEN
           MOVE ZEROS TO HS-BLOCO
           MOVE 1 TO HS-I.
       HS-0010.
           IF HS-I > 24
              GO TO HS-0100.
           MOVE HS-ECAR(HS-I) TO HS-BYTEC
           MOVE HS-BYTEN TO HS-MB(HS-I)
           IF HS-I < 9
              MOVE HS-BYTEN TO HS-SB(HS-I).
           ADD 1 TO HS-I
           GO TO HS-0010.

      *------[ FIRST PASS OVER SALT + PASSWORD, THEN DIGEST + SALT ]---
       HS-0100.
           MOVE 24 TO HS-LEN
           PERFORM HS-SHA THRU HS-SHA-FIM
           MOVE 2 TO HS-VOLTA.
       HS-0110.
           IF HS-VOLTA > HS-VOLTAS
              GO TO HS-0900.
           MOVE ZEROS TO HS-BLOCO
           PERFORM HS-DIGBYTES THRU HS-DIGBYTES-FIM
           MOVE 1 TO HS-I.
       HS-0120.
           IF HS-I > 8
              GO TO HS-0130.
           COMPUTE HS-J = 32 + HS-I
           MOVE HS-SB(HS-I) TO HS-MB(HS-J)
           ADD 1 TO HS-I
           GO TO HS-0120.
       HS-0130.
           MOVE 40 TO HS-LEN
           PERFORM HS-SHA THRU HS-SHA-FIM
           ADD 1 TO HS-VOLTA
           GO TO HS-0110.

      *------[ FIRST 18 DIGEST BYTES AS 36 HEXADECIMAL DIGITS ]---------
       HS-0900.
           MOVE ZEROS TO HS-BLOCO
           PERFORM HS-DIGBYTES THRU HS-DIGBYTES-FIM
           MOVE SPACES TO HS-HASH
           MOVE 1 TO HS-I.
       HS-0910.
           IF HS-I > 18
              GO TO HS-FIM.
           DIVIDE HS-MB(HS-I) BY 16 GIVING HS-HI REMAINDER HS-LO
           ADD 1 TO HS-HI HS-LO
           COMPUTE HS-J = HS-I * 2 - 1
           MOVE HS-HEXC(HS-HI) TO HS-HASH(HS-J:1)
           ADD 1 TO HS-J
           MOVE HS-HEXC(HS-LO) TO HS-HASH(HS-J:1)
           ADD 1 TO HS-I
           GO TO HS-0910.
       HS-FIM.
           EXIT PROGRAM.

      *------[ SHA-256 OF THE HS-LEN BYTES IN HS-MB (ONE BLOCK, ]------
      *------[ HS-LEN AT MOST 55) - DIGEST LEFT IN HS-HV         ]------
       HS-SHA.
           COMPUTE HS-I = HS-LEN + 1
           MOVE 128 TO HS-MB(HS-I)
           COMPUTE HS-SOM = HS-LEN * 8
           DIVIDE HS-SOM BY 256 GIVING HS-MB(63) REMAINDER HS-MB(64)
           MOVE 1 TO HS-I.
       HS-SHA1.
           IF HS-I > 8
              GO TO HS-SHA2.
           MOVE HS-IV(HS-I) TO HS-HV(HS-I)
           MOVE HS-IV(HS-I) TO HS-V(HS-I)
           ADD 1 TO HS-I
           GO TO HS-SHA1.
       HS-SHA2.
           MOVE 1 TO HS-T.
       HS-SHA3.
           IF HS-T > 16
              GO TO HS-SHA4.
           COMPUTE HS-I = HS-T * 4 - 3
           COMPUTE HS-W(HS-T) = HS-MB(HS-I) * 16777216
                              + HS-MB(HS-I + 1) * 65536
                              + HS-MB(HS-I + 2) * 256
                              + HS-MB(HS-I + 3)
           ADD 1 TO HS-T
           GO TO HS-SHA3.
      *    W(T) = SIGMA1(W(T-2)) + W(T-7) + SIGMA0(W(T-15)) + W(T-16)
       HS-SHA4.
           IF HS-T > 64
              GO TO HS-SHA5.
           COMPUTE HS-I = HS-T - 15
           MOVE HS-W(HS-I) TO HS-X
           MOVE 1 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           COMPUTE HS-I = HS-T - 2
           MOVE HS-W(HS-I) TO HS-X
           MOVE 2 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           PERFORM HS-SIGW THRU HS-SIGW-FIM
           COMPUTE HS-SOM = HS-F1 + HS-F2 + HS-W(HS-T - 7)
                          + HS-W(HS-T - 16)
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-W(HS-T)
           ADD 1 TO HS-T
           GO TO HS-SHA4.
       HS-SHA5.
           MOVE 1 TO HS-T.
       HS-SHA6.
           IF HS-T > 64
              GO TO HS-SHA7.
      *    T1 = H + SUM1(E) + CH(E,F,G) + K(T) + W(T)
           MOVE HS-V(5) TO HS-X
           MOVE 1 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           MOVE HS-V(6) TO HS-X
           MOVE 2 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           MOVE HS-V(7) TO HS-X
           MOVE 3 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           PERFORM HS-SIGE THRU HS-SIGE-FIM
           COMPUTE HS-SOM = HS-V(8) + HS-F1 + HS-F2 + HS-K(HS-T)
                          + HS-W(HS-T)
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-T1
      *    T2 = SUM0(A) + MAJ(A,B,C)
           MOVE HS-V(1) TO HS-X
           MOVE 1 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           MOVE HS-V(2) TO HS-X
           MOVE 2 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           MOVE HS-V(3) TO HS-X
           MOVE 3 TO HS-R
           PERFORM HS-PARTE THRU HS-PARTE-FIM
           PERFORM HS-SIGA THRU HS-SIGA-FIM
           COMPUTE HS-SOM = HS-F1 + HS-F2
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-T2
           MOVE HS-V(7) TO HS-V(8)
           MOVE HS-V(6) TO HS-V(7)
           MOVE HS-V(5) TO HS-V(6)
           COMPUTE HS-SOM = HS-V(4) + HS-T1
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-V(5)
           MOVE HS-V(3) TO HS-V(4)
           MOVE HS-V(2) TO HS-V(3)
           MOVE HS-V(1) TO HS-V(2)
           COMPUTE HS-SOM = HS-T1 + HS-T2
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-V(1)
           ADD 1 TO HS-T
           GO TO HS-SHA6.
       HS-SHA7.
           MOVE 1 TO HS-I.
       HS-SHA8.
           IF HS-I > 8
              GO TO HS-SHA-FIM.
           COMPUTE HS-SOM = HS-HV(HS-I) + HS-V(HS-I)
           DIVIDE HS-SOM BY HS-2E32 GIVING HS-Q REMAINDER HS-HV(HS-I)
           ADD 1 TO HS-I
           GO TO HS-SHA8.
       HS-SHA-FIM.
           EXIT.

      *------[ SPLITS HS-X INTO THE 32 BITS OF ROW HS-R ]---------------
       HS-PARTE.
           MOVE 32 TO HS-BIT.
       HS-PARTE1.
           IF HS-BIT < 1
              GO TO HS-PARTE-FIM.
           DIVIDE HS-X BY 2 GIVING HS-X REMAINDER HS-B(HS-R, HS-BIT)
           SUBTRACT 1 FROM HS-BIT
           GO TO HS-PARTE1.
       HS-PARTE-FIM.
           EXIT.

      *------[ BIT HS-BIT OF ROW HS-R ROTATED RIGHT BY HS-N, ]----------
      *------[ ADDED INTO HS-SOMA                            ]----------
       HS-ROTR.
           COMPUTE HS-IX = HS-BIT - HS-N
           IF HS-IX < 1
              ADD 32 TO HS-IX.
           ADD HS-B(HS-R, HS-IX) TO HS-SOMA.
       HS-ROTR-FIM.
           EXIT.

      *------[ SAME, SHIFTED RIGHT BY HS-N (ZERO FILLED) ]--------------
       HS-SHR.
           COMPUTE HS-IX = HS-BIT - HS-N
           IF HS-IX > 0
              ADD HS-B(HS-R, HS-IX) TO HS-SOMA.
       HS-SHR-FIM.
           EXIT.

      *------[ XOR OF THE BITS ADDED INTO HS-SOMA, ONTO HS-F1 ]---------
       HS-XOR1.
           DIVIDE HS-SOMA BY 2 GIVING HS-N REMAINDER HS-SOMA
           COMPUTE HS-F1 = HS-F1 * 2 + HS-SOMA
           MOVE ZEROS TO HS-SOMA.
       HS-XOR1-FIM.
           EXIT.

      *------[ SCHEDULE: HS-F1 = SIGMA0(ROW 1), HS-F2 = SIGMA1(ROW 2) ]-
       HS-SIGW.
           MOVE ZEROS TO HS-F1 HS-F2 HS-SOMA
           MOVE 1 TO HS-BIT.
       HS-SIGW1.
           IF HS-BIT > 32
              GO TO HS-SIGW-FIM.
           MOVE 1 TO HS-R
           MOVE 7 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 18 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 3 TO HS-N
           PERFORM HS-SHR THRU HS-SHR-FIM
           PERFORM HS-XOR1 THRU HS-XOR1-FIM
           MOVE 2 TO HS-R
           MOVE 17 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 19 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 10 TO HS-N
           PERFORM HS-SHR THRU HS-SHR-FIM
           DIVIDE HS-SOMA BY 2 GIVING HS-N REMAINDER HS-SOMA
           COMPUTE HS-F2 = HS-F2 * 2 + HS-SOMA
           MOVE ZEROS TO HS-SOMA
           ADD 1 TO HS-BIT
           GO TO HS-SIGW1.
       HS-SIGW-FIM.
           EXIT.

      *------[ ROUND: HS-F1 = SUM1(E), HS-F2 = CH(E,F,G) - ROWS 1-3 ]--
       HS-SIGE.
           MOVE ZEROS TO HS-F1 HS-F2 HS-SOMA
           MOVE 1 TO HS-R
           MOVE 1 TO HS-BIT.
       HS-SIGE1.
           IF HS-BIT > 32
              GO TO HS-SIGE-FIM.
           MOVE 6 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 11 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 25 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           PERFORM HS-XOR1 THRU HS-XOR1-FIM
           IF HS-B(1, HS-BIT) = 1
              COMPUTE HS-F2 = HS-F2 * 2 + HS-B(2, HS-BIT)
           ELSE
              COMPUTE HS-F2 = HS-F2 * 2 + HS-B(3, HS-BIT).
           ADD 1 TO HS-BIT
           GO TO HS-SIGE1.
       HS-SIGE-FIM.
           EXIT.

      *------[ ROUND: HS-F1 = SUM0(A), HS-F2 = MAJ(A,B,C) - ROWS 1-3 ]-
       HS-SIGA.
           MOVE ZEROS TO HS-F1 HS-F2 HS-SOMA
           MOVE 1 TO HS-R
           MOVE 1 TO HS-BIT.
       HS-SIGA1.
           IF HS-BIT > 32
              GO TO HS-SIGA-FIM.
           MOVE 2 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 13 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           MOVE 22 TO HS-N
           PERFORM HS-ROTR THRU HS-ROTR-FIM
           PERFORM HS-XOR1 THRU HS-XOR1-FIM
           COMPUTE HS-SOMA = HS-B(1, HS-BIT) + HS-B(2, HS-BIT)
                           + HS-B(3, HS-BIT)
           IF HS-SOMA > 1
              COMPUTE HS-F2 = HS-F2 * 2 + 1
           ELSE
              COMPUTE HS-F2 = HS-F2 * 2.
           MOVE ZEROS TO HS-SOMA
           ADD 1 TO HS-BIT
           GO TO HS-SIGA1.
       HS-SIGA-FIM.
           EXIT.

      *------[ THE DIGEST IN HS-HV AS 32 BYTES AT THE HEAD OF HS-MB ]--
       HS-DIGBYTES.
           MOVE 1 TO HS-I.
       HS-DIGBYTES1.
           IF HS-I > 8
              GO TO HS-DIGBYTES-FIM.
           MOVE HS-HV(HS-I) TO HS-X
           COMPUTE HS-J = HS-I * 4.
       HS-DIGBYTES2.
           DIVIDE HS-X BY 256 GIVING HS-X REMAINDER HS-BYTE
           MOVE HS-BYTE TO HS-MB(HS-J)
           SUBTRACT 1 FROM HS-J
           IF HS-J > HS-I * 4 - 4
              GO TO HS-DIGBYTES2.
           ADD 1 TO HS-I
           GO TO HS-DIGBYTES1.
       HS-DIGBYTES-FIM.
           EXIT.

      *---------------------*** END OF PROGRAM ***--------------------*
