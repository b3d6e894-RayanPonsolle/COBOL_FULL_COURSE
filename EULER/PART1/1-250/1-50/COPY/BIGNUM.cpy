      ******************************************************************
      * Name : BIGNUM.cpy
      * Author: RayanPonsolle
      * Request block passed to BigNum.cbl, the large-number
      * arithmetic the Euler solvers share once an answer no longer
      * fits a PIC 9(18). A number is a string of 1000 digits,
      * right-aligned and padded with zeros on the left ; a value of
      * a PIC 9 item goes in by moving it to the low end, e.g.
      * MOVE ALL "0" TO BGN-OPERAND-A then MOVE n TO
      * BGN-OPERAND-A(985:16). BGN-ACTION :
      *   ADDITION  BGN-RESULT = BGN-OPERAND-A + BGN-OPERAND-B
      *   PRODUIT   BGN-RESULT = BGN-OPERAND-A * BGN-OPERAND-B
      *   PUISSANC  BGN-RESULT = BGN-OPERAND-A ** BGN-EXPONENT
      *   CHIFFRES  BGN-DIGIT-SUM, the sum of the digits of
      *             BGN-OPERAND-A (also copied to BGN-RESULT)
      *   COMPARE   BGN-COMPARISON "<", "=" or ">" for BGN-OPERAND-A
      *             against BGN-OPERAND-B
      * BGN-LENGTH is the number of significant digits of
      * BGN-RESULT (1 for zero). With BGN-KEEP above zero only the
      * last BGN-KEEP digits are worked out and kept, for the "last
      * ten digits of" kind of problem ; nothing can overflow then.
      * BGN-STATUS "O" done, "D" the result needs more than 1000
      * digits (the low 1000 are left in BGN-RESULT), "E" unknown
      * action or an operand that is not all digits.
      ******************************************************************
       01  BIGNUM-REQUEST.
           05 BGN-ACTION PIC X(8).
           05 BGN-KEEP PIC 9(4).
           05 BGN-EXPONENT PIC 9(6).
           05 BGN-OPERAND-A PIC X(1000).
           05 BGN-A-DIGITS REDEFINES BGN-OPERAND-A.
               10 BGN-A-DIGIT PIC 9 OCCURS 1000 TIMES.
           05 BGN-OPERAND-B PIC X(1000).
           05 BGN-B-DIGITS REDEFINES BGN-OPERAND-B.
               10 BGN-B-DIGIT PIC 9 OCCURS 1000 TIMES.
           05 BGN-RESULT PIC X(1000).
           05 BGN-R-DIGITS REDEFINES BGN-RESULT.
               10 BGN-R-DIGIT PIC 9 OCCURS 1000 TIMES.
           05 BGN-LENGTH PIC 9(4).
           05 BGN-DIGIT-SUM PIC 9(6).
           05 BGN-COMPARISON PIC X.
           05 BGN-STATUS PIC X.
               88 BGN-DONE VALUE "O".
               88 BGN-OVERFLOW VALUE "D".
               88 BGN-INVALID VALUE "E".
