      ******************************************************************
      * Name : PRIMEREQ.cpy
      * Author: RayanPonsolle
      * Request block passed to PrimeSieve.cbl, the prime table the
      * Euler solvers share. PRQ-ACTION :
      *   PREPARE  makes the table cover every number up to
      *            PRQ-CEILING : reused as it is (from memory or from
      *            prime_table.txt) when it already goes that far,
      *            extended above its old ceiling otherwise, built
      *            from nothing when there is no usable file.
      *            PRQ-ORIGIN "R" reused, "E" extended, "C" built,
      *            PRQ-ELAPSED the time it took in hundredths of a
      *            second, PRQ-COUNT and PRQ-TABLE-CEILING what the
      *            table now holds.
      *   NIEME    PRQ-VALUE = the PRQ-INDEX-th prime (2 is the 1st)
      *   PREMIER  PRQ-RESULT "Y" when PRQ-VALUE is prime
      * PRQ-STATUS "O" done, "D" beyond the table (a ceiling above
      * 5000000, an index past the last prime, a value above the
      * table ceiling), "E" unknown action or a prime table file
      * that cannot be written.
      ******************************************************************
       01  PRIME-REQUEST.
           05 PRQ-ACTION PIC X(8).
           05 PRQ-CEILING PIC 9(8).
           05 PRQ-INDEX PIC 9(7).
           05 PRQ-VALUE PIC 9(8).
           05 PRQ-RESULT PIC X.
           05 PRQ-COUNT PIC 9(7).
           05 PRQ-TABLE-CEILING PIC 9(8).
           05 PRQ-ORIGIN PIC X.
               88 PRQ-REUSED VALUE "R".
               88 PRQ-EXTENDED VALUE "E".
               88 PRQ-BUILT VALUE "C".
           05 PRQ-ELAPSED PIC 9(8).
           05 PRQ-STATUS PIC X.
               88 PRQ-DONE VALUE "O".
               88 PRQ-BEYOND VALUE "D".
               88 PRQ-FAILED VALUE "E".
