      ******************************************************************
      * Name : BigNum.cbl
      * Author: RayanPonsolle
      * Large-number arithmetic for the Euler solvers, CALLed with
      * the request block BIGNUM.cpy : addition, product, power,
      * digit sum and comparison of numbers of up to 1000 digits,
      * held as digit strings. The digits are worked the way they
      * are on paper - addition right to left with a carry, product
      * digit by digit into running columns that are carried once at
      * the end, power by repeated squaring - so a 2**1000 or a
      * 1000-digit Fibonacci term costs no more than the loops it
      * takes.
      * A problem that only wants the last digits of a huge value
      * asks for them with BGN-KEEP ; the columns above are never
      * worked out, so nothing can overflow.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BigNum.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-KEEP-MODE PIC X.
           88 KEEP-LAST-DIGITS VALUE "Y".
       01  WS-LIMIT PIC 9(4) COMP.
       01  WS-I PIC S9(4) COMP.
       01  WS-J PIC S9(4) COMP.
       01  WS-K PIC S9(4) COMP.
       01  WS-CARRY PIC 9(9) COMP.
       01  WS-CELL-SUM PIC 9(9) COMP.
       01  WS-LEN-A PIC 9(4) COMP.
       01  WS-LEN-B PIC 9(4) COMP.
       01  WS-TOP PIC 9(4) COMP.
       01  WS-DIGIT-A PIC 9.
       01  WS-E PIC 9(6).

      * Working numbers for the product and the power, laid out like
      * the operands of BIGNUM.cpy.
       01  WS-MUL-A PIC X(1000).
       01  WS-MA-DIGITS REDEFINES WS-MUL-A.
           05 WS-MA-DIGIT PIC 9 OCCURS 1000 TIMES.
       01  WS-MUL-B PIC X(1000).
       01  WS-MB-DIGITS REDEFINES WS-MUL-B.
           05 WS-MB-DIGIT PIC 9 OCCURS 1000 TIMES.
       01  WS-MUL-R PIC X(1000).
       01  WS-MR-DIGITS REDEFINES WS-MUL-R.
           05 WS-MR-DIGIT PIC 9 OCCURS 1000 TIMES.
       01  WS-ACC PIC X(1000).
       01  WS-BASE PIC X(1000).
       01  WS-MUL-OVERFLOW PIC X.
           88 PRODUCT-OVERFLOWS VALUE "Y".

      * Product columns, units first ; a column holds at most 1000
      * digit products of 81 before the carry.
       01  WS-COLUMN-TABLE.
           05 WS-COLUMN PIC 9(9) COMP OCCURS 2001 TIMES.

       LINKAGE SECTION.
           COPY BIGNUM.

       PROCEDURE DIVISION USING BIGNUM-REQUEST.
       MAIN.
           MOVE "O" TO BGN-STATUS
           IF BGN-KEEP > 0 AND BGN-KEEP < 1000
               MOVE "Y" TO WS-KEEP-MODE
               MOVE BGN-KEEP TO WS-LIMIT
           ELSE
               MOVE "N" TO WS-KEEP-MODE
               MOVE 2000 TO WS-LIMIT
           END-IF
           IF BGN-OPERAND-A NOT NUMERIC
               MOVE "E" TO BGN-STATUS
           END-IF
           IF (BGN-ACTION = "ADDITION" OR BGN-ACTION = "PRODUIT"
                   OR BGN-ACTION = "COMPARE")
                   AND BGN-OPERAND-B NOT NUMERIC
               MOVE "E" TO BGN-STATUS
           END-IF

           IF BGN-INVALID
               DISPLAY "BigNum : OPERANDE NON NUMERIQUE - "
                   BGN-ACTION
           ELSE
               EVALUATE BGN-ACTION
                   WHEN "ADDITION"
                       PERFORM ADD-NUMBERS
                   WHEN "PRODUIT"
                       MOVE BGN-OPERAND-A TO WS-MUL-A
                       MOVE BGN-OPERAND-B TO WS-MUL-B
                       PERFORM MULTIPLY-NUMBERS
                       MOVE WS-MUL-R TO BGN-RESULT
                       IF PRODUCT-OVERFLOWS
                           MOVE "D" TO BGN-STATUS
                       END-IF
                   WHEN "PUISSANC"
                       PERFORM RAISE-TO-POWER
                   WHEN "CHIFFRES"
                       PERFORM SUM-DIGITS
                   WHEN "COMPARE"
                       PERFORM COMPARE-NUMBERS
                   WHEN OTHER
                       DISPLAY "BigNum : ACTION INCONNUE " BGN-ACTION
                       MOVE "E" TO BGN-STATUS
               END-EVALUATE
           END-IF

           IF NOT BGN-INVALID
               PERFORM APPLY-KEEP
               PERFORM COUNT-LENGTH
           END-IF.
           GOBACK.

       ADD-NUMBERS.
           MOVE 0 TO WS-CARRY
           PERFORM VARYING WS-I FROM 1000 BY -1 UNTIL WS-I < 1
               COMPUTE WS-CELL-SUM = BGN-A-DIGIT(WS-I)
                   + BGN-B-DIGIT(WS-I) + WS-CARRY
               IF WS-CELL-SUM > 9
                   SUBTRACT 10 FROM WS-CELL-SUM
                   MOVE 1 TO WS-CARRY
               ELSE
                   MOVE 0 TO WS-CARRY
               END-IF
               MOVE WS-CELL-SUM TO BGN-R-DIGIT(WS-I)
           END-PERFORM
           IF WS-CARRY > 0 AND NOT KEEP-LAST-DIGITS
               MOVE "D" TO BGN-STATUS
           END-IF.

       MULTIPLY-NUMBERS.
      * WS-MUL-R = WS-MUL-A * WS-MUL-B. Column k (units = 1) takes
      * the products of digit i of one number by digit j of the
      * other with i + j - 1 = k ; the columns past the digits kept
      * are left out altogether.
           MOVE "N" TO WS-MUL-OVERFLOW
           MOVE ALL "0" TO WS-MUL-R
           MOVE 0 TO WS-LEN-A WS-LEN-B
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 1000 OR WS-LEN-A > 0
               IF WS-MA-DIGIT(WS-I) NOT = 0
                   COMPUTE WS-LEN-A = 1001 - WS-I
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 1000 OR WS-LEN-B > 0
               IF WS-MB-DIGIT(WS-I) NOT = 0
                   COMPUTE WS-LEN-B = 1001 - WS-I
               END-IF
           END-PERFORM

           IF WS-LEN-A > 0 AND WS-LEN-B > 0
               IF WS-LEN-A > WS-LIMIT
                   MOVE WS-LIMIT TO WS-LEN-A
               END-IF
               IF WS-LEN-B > WS-LIMIT
                   MOVE WS-LIMIT TO WS-LEN-B
               END-IF
               COMPUTE WS-TOP = WS-LEN-A + WS-LEN-B
               IF WS-TOP > WS-LIMIT
                   MOVE WS-LIMIT TO WS-TOP
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TOP + 1
                   MOVE 0 TO WS-COLUMN(WS-K)
               END-PERFORM

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-LEN-A
                   MOVE WS-MA-DIGIT(1001 - WS-I) TO WS-DIGIT-A
                   IF WS-DIGIT-A NOT = 0
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-LEN-B
                                   OR WS-I + WS-J - 1 > WS-TOP
                           COMPUTE WS-K = WS-I + WS-J - 1
                           COMPUTE WS-COLUMN(WS-K) = WS-COLUMN(WS-K)
                               + WS-DIGIT-A * WS-MB-DIGIT(1001 - WS-J)
                       END-PERFORM
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TOP
                   DIVIDE WS-COLUMN(WS-K) BY 10 GIVING WS-CARRY
                       REMAINDER WS-CELL-SUM
                   MOVE WS-CELL-SUM TO WS-COLUMN(WS-K)
                   ADD WS-CARRY TO WS-COLUMN(WS-K + 1)
               END-PERFORM

               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-TOP OR WS-K > 1000
                   MOVE WS-COLUMN(WS-K) TO WS-MR-DIGIT(1001 - WS-K)
               END-PERFORM
               IF NOT KEEP-LAST-DIGITS
                   PERFORM VARYING WS-K FROM 1001 BY 1
                           UNTIL WS-K > WS-TOP
                       IF WS-COLUMN(WS-K) NOT = 0
                           MOVE "Y" TO WS-MUL-OVERFLOW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       RAISE-TO-POWER.
      * Square and multiply over the bits of the exponent. The base
      * is only squared while a higher bit remains, so a base that
      * overflows means the result would too.
           MOVE ALL "0" TO WS-ACC
           MOVE "1" TO WS-ACC(1000:1)
           MOVE BGN-OPERAND-A TO WS-BASE
           MOVE BGN-EXPONENT TO WS-E
           MOVE "N" TO WS-MUL-OVERFLOW
           PERFORM UNTIL WS-E = 0 OR PRODUCT-OVERFLOWS
               IF FUNCTION MOD(WS-E, 2) = 1
                   MOVE WS-ACC TO WS-MUL-A
                   MOVE WS-BASE TO WS-MUL-B
                   PERFORM MULTIPLY-NUMBERS
                   MOVE WS-MUL-R TO WS-ACC
               END-IF
               DIVIDE WS-E BY 2 GIVING WS-E
               IF WS-E > 0 AND NOT PRODUCT-OVERFLOWS
                   MOVE WS-BASE TO WS-MUL-A
                   MOVE WS-BASE TO WS-MUL-B
                   PERFORM MULTIPLY-NUMBERS
                   MOVE WS-MUL-R TO WS-BASE
               END-IF
           END-PERFORM
           MOVE WS-ACC TO BGN-RESULT
           IF PRODUCT-OVERFLOWS
               MOVE "D" TO BGN-STATUS
           END-IF.

       SUM-DIGITS.
           MOVE BGN-OPERAND-A TO BGN-RESULT
           MOVE 0 TO BGN-DIGIT-SUM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 1000
               ADD BGN-A-DIGIT(WS-I) TO BGN-DIGIT-SUM
           END-PERFORM.

       COMPARE-NUMBERS.
      * Both numbers are 1000 zero-padded digits, so the character
      * comparison is the numeric one.
           MOVE BGN-OPERAND-A TO BGN-RESULT
           EVALUATE TRUE
               WHEN BGN-OPERAND-A < BGN-OPERAND-B
                   MOVE "<" TO BGN-COMPARISON
               WHEN BGN-OPERAND-A > BGN-OPERAND-B
                   MOVE ">" TO BGN-COMPARISON
               WHEN OTHER
                   MOVE "=" TO BGN-COMPARISON
           END-EVALUATE.

       APPLY-KEEP.
           IF KEEP-LAST-DIGITS
               MOVE ALL "0" TO BGN-RESULT(1:1000 - WS-LIMIT)
           END-IF.

       COUNT-LENGTH.
           MOVE 0 TO BGN-LENGTH
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 1000 OR BGN-LENGTH > 0
               IF BGN-R-DIGIT(WS-I) NOT = 0
                   COMPUTE BGN-LENGTH = 1001 - WS-I
               END-IF
           END-PERFORM
           IF BGN-LENGTH = 0
               MOVE 1 TO BGN-LENGTH
           END-IF.
