      ******************************************************************
      * Name : PrimeSieve.cbl
      * Author: RayanPonsolle
      * The prime table of the Euler batch, CALLed with the request
      * block PRIMEREQ.cpy. Instead of every solver dividing its way
      * through the same small primes, the table is sieved once (the
      * sieve of Eratosthenes) up to the ceiling asked for and saved
      * to prime_table.txt - a header line with the ceiling and the
      * number of primes, then one prime a line. A later run loads
      * the file and, when a higher ceiling is asked for, only sieves
      * the numbers above the old ceiling with the primes it already
      * has, then saves the longer table ; a file that does not hold
      * together (count not matching its header) is built again.
      * The table stays in memory from one CALL to the next, so the
      * file is read once a run. 5000000 is the highest ceiling.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrimeSieve.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIME_FILE ASSIGN TO "prime_table.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME_FILE.
       01  PRIME-FILE-RECORD.
           05 PTB-KIND PIC X.
               88 PTB-HEADER VALUE "H".
               88 PTB-PRIME VALUE "P".
           05 PTB-VALUE PIC 9(8).
           05 PTB-COUNT PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-PRIME-FILE-STATUS PIC XX.
       01  WS-PRIME-END PIC 9.
       01  WS-FILE-USABLE PIC X.
           88 FILE-IS-USABLE VALUE "Y".
       01  WS-TABLE-LOADED PIC X VALUE "N".
           88 TABLE-IS-LOADED VALUE "Y".
       01  WS-MAX-CEILING PIC 9(8) VALUE 5000000.
       01  WS-CEILING PIC 9(8) COMP VALUE 0.
       01  WS-NEW-CEILING PIC 9(8) COMP.
       01  WS-FILE-CEILING PIC 9(8) COMP.
       01  WS-FILE-COUNT PIC 9(7) COMP.
       01  WS-PRIME-COUNT PIC 9(7) COMP VALUE 0.
       01  WS-COLLECT-FROM PIC 9(8) COMP.
       01  WS-P PIC 9(8) COMP.
       01  WS-M PIC 9(8) COMP.
       01  WS-V PIC 9(8) COMP.
       01  WS-K PIC 9(7) COMP.
       01  WS-SQUARE PIC 9(16) COMP.

       01  WS-CLOCK.
           05 WS-CLK-DATE PIC 9(8).
           05 WS-CLK-HH PIC 9(2).
           05 WS-CLK-MN PIC 9(2).
           05 WS-CLK-SS PIC 9(2).
           05 WS-CLK-HS PIC 9(2).
           05 FILLER PIC X(5).
       01  WS-START-HS PIC 9(8).
       01  WS-END-HS PIC 9(8).

      * The primes in order, and one flag a number up to the
      * ceiling ("1" prime) for the sieve and for PREMIER.
       01  WS-PRIME-TABLE.
           05 WS-PRIME PIC 9(8) COMP OCCURS 350000 TIMES.
       01  WS-FLAG-AREA PIC X(5000000).
       01  WS-FLAG-TABLE REDEFINES WS-FLAG-AREA.
           05 WS-FLAG PIC X OCCURS 5000000 TIMES.

       LINKAGE SECTION.
           COPY PRIMEREQ.

       PROCEDURE DIVISION USING PRIME-REQUEST.
       MAIN.
           MOVE "O" TO PRQ-STATUS
           EVALUATE PRQ-ACTION
               WHEN "PREPARE"
                   PERFORM PREPARE-TABLE
               WHEN "NIEME"
                   IF PRQ-INDEX = 0 OR PRQ-INDEX > WS-PRIME-COUNT
                       MOVE "D" TO PRQ-STATUS
                       MOVE 0 TO PRQ-VALUE
                   ELSE
                       MOVE WS-PRIME(PRQ-INDEX) TO PRQ-VALUE
                   END-IF
               WHEN "PREMIER"
                   MOVE "N" TO PRQ-RESULT
                   IF PRQ-VALUE > WS-CEILING
                       MOVE "D" TO PRQ-STATUS
                   ELSE
                       IF PRQ-VALUE > 0
                           IF WS-FLAG(PRQ-VALUE) = "1"
                               MOVE "Y" TO PRQ-RESULT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "PrimeSieve : ACTION INCONNUE " PRQ-ACTION
                   MOVE "E" TO PRQ-STATUS
           END-EVALUATE
           MOVE WS-PRIME-COUNT TO PRQ-COUNT
           MOVE WS-CEILING TO PRQ-TABLE-CEILING.
           GOBACK.

       PREPARE-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           COMPUTE WS-START-HS = WS-CLK-HH * 360000
               + WS-CLK-MN * 6000 + WS-CLK-SS * 100 + WS-CLK-HS
           IF PRQ-CEILING > WS-MAX-CEILING
               DISPLAY "PrimeSieve : PLAFOND " PRQ-CEILING
                   " AU-DELA DE " WS-MAX-CEILING
               MOVE "D" TO PRQ-STATUS
           ELSE
               IF NOT TABLE-IS-LOADED
                   PERFORM LOAD-PRIME-FILE
                   MOVE "Y" TO WS-TABLE-LOADED
               END-IF
               MOVE PRQ-CEILING TO WS-NEW-CEILING
               COMPUTE WS-SQUARE = WS-CEILING * WS-CEILING
      * Extending needs every prime up to the square root of the
      * new ceiling, i.e. an old ceiling at least that high.
               EVALUATE TRUE
                   WHEN WS-CEILING >= WS-NEW-CEILING
                       MOVE "R" TO PRQ-ORIGIN
                   WHEN WS-CEILING > 1 AND WS-SQUARE >= WS-NEW-CEILING
                       PERFORM EXTEND-TABLE
                       MOVE "E" TO PRQ-ORIGIN
                       PERFORM SAVE-PRIME-FILE
                   WHEN OTHER
                       PERFORM BUILD-TABLE
                       MOVE "C" TO PRQ-ORIGIN
                       PERFORM SAVE-PRIME-FILE
               END-EVALUATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           COMPUTE WS-END-HS = WS-CLK-HH * 360000
               + WS-CLK-MN * 6000 + WS-CLK-SS * 100 + WS-CLK-HS
           IF WS-END-HS < WS-START-HS
               ADD 8640000 TO WS-END-HS
           END-IF
           COMPUTE PRQ-ELAPSED = WS-END-HS - WS-START-HS.

       BUILD-TABLE.
           MOVE 0 TO WS-PRIME-COUNT
           MOVE WS-NEW-CEILING TO WS-CEILING
           IF WS-CEILING > 0
               MOVE ALL "1" TO WS-FLAG-AREA(1:WS-CEILING)
               MOVE "0" TO WS-FLAG(1)
           END-IF
           MOVE 2 TO WS-P
           COMPUTE WS-SQUARE = WS-P * WS-P
           PERFORM UNTIL WS-SQUARE > WS-CEILING
               IF WS-FLAG(WS-P) = "1"
                   PERFORM VARYING WS-M FROM WS-SQUARE BY WS-P
                           UNTIL WS-M > WS-CEILING
                       MOVE "0" TO WS-FLAG(WS-M)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-P
               COMPUTE WS-SQUARE = WS-P * WS-P
           END-PERFORM
           MOVE 2 TO WS-COLLECT-FROM
           PERFORM COLLECT-PRIMES.

       EXTEND-TABLE.
      * Only the numbers above the old ceiling are sieved, crossed
      * off from the first multiple of each prime past it (or from
      * its square, whichever is the higher).
           COMPUTE WS-COLLECT-FROM = WS-CEILING + 1
           MOVE ALL "1" TO WS-FLAG-AREA(WS-COLLECT-FROM:
               WS-NEW-CEILING - WS-CEILING)
           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > WS-PRIME-COUNT
               MOVE WS-PRIME(WS-K) TO WS-P
               COMPUTE WS-SQUARE = WS-P * WS-P
               IF WS-SQUARE > WS-NEW-CEILING
                   MOVE WS-PRIME-COUNT TO WS-K
               ELSE
                   DIVIDE WS-CEILING BY WS-P GIVING WS-M
                   COMPUTE WS-M = (WS-M + 1) * WS-P
                   IF WS-M < WS-SQUARE
                       MOVE WS-SQUARE TO WS-M
                   END-IF
                   PERFORM UNTIL WS-M > WS-NEW-CEILING
                       MOVE "0" TO WS-FLAG(WS-M)
                       ADD WS-P TO WS-M
                   END-PERFORM
               END-IF
               ADD 1 TO WS-K
           END-PERFORM
           MOVE WS-NEW-CEILING TO WS-CEILING
           PERFORM COLLECT-PRIMES.

       COLLECT-PRIMES.
           PERFORM VARYING WS-V FROM WS-COLLECT-FROM BY 1
                   UNTIL WS-V > WS-CEILING
               IF WS-FLAG(WS-V) = "1"
                   ADD 1 TO WS-PRIME-COUNT
                   MOVE WS-V TO WS-PRIME(WS-PRIME-COUNT)
               END-IF
           END-PERFORM.

       LOAD-PRIME-FILE.
           MOVE 0 TO WS-CEILING WS-PRIME-COUNT
           OPEN INPUT PRIME_FILE
           IF WS-PRIME-FILE-STATUS = "00"
               MOVE "N" TO WS-FILE-USABLE
               READ PRIME_FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTB-HEADER AND PTB-VALUE NOT > WS-MAX-CEILING
                           MOVE "Y" TO WS-FILE-USABLE
                           MOVE PTB-VALUE TO WS-FILE-CEILING
                           MOVE PTB-COUNT TO WS-FILE-COUNT
                       END-IF
               END-READ
               IF FILE-IS-USABLE AND WS-FILE-CEILING > 0
                   MOVE ALL "0" TO WS-FLAG-AREA(1:WS-FILE-CEILING)
               END-IF
               MOVE 1 TO WS-PRIME-END
               PERFORM UNTIL WS-PRIME-END = 0 OR NOT FILE-IS-USABLE
                   READ PRIME_FILE
                       AT END
                           MOVE 0 TO WS-PRIME-END
                       NOT AT END
                           PERFORM LOAD-ONE-PRIME
                   END-READ
               END-PERFORM
               CLOSE PRIME_FILE
               IF FILE-IS-USABLE AND WS-PRIME-COUNT = WS-FILE-COUNT
                   MOVE WS-FILE-CEILING TO WS-CEILING
               ELSE
                   DISPLAY "PrimeSieve : prime_table.txt INUTILISABLE"
                       " - TABLE RECONSTRUITE"
                   MOVE 0 TO WS-CEILING WS-PRIME-COUNT
               END-IF
           END-IF.

       LOAD-ONE-PRIME.
           IF PTB-PRIME AND PTB-VALUE IS NUMERIC AND PTB-VALUE > 1
                   AND PTB-VALUE NOT > WS-FILE-CEILING
                   AND WS-PRIME-COUNT < WS-FILE-COUNT
               ADD 1 TO WS-PRIME-COUNT
               MOVE PTB-VALUE TO WS-PRIME(WS-PRIME-COUNT)
               MOVE "1" TO WS-FLAG(PTB-VALUE)
           ELSE
               MOVE "N" TO WS-FILE-USABLE
           END-IF.

       SAVE-PRIME-FILE.
      * A table that cannot be saved is still good for this run.
           OPEN OUTPUT PRIME_FILE
           IF WS-PRIME-FILE-STATUS NOT = "00"
               DISPLAY "PrimeSieve : prime_table.txt NON ECRIT - "
                   "STATUS " WS-PRIME-FILE-STATUS
               MOVE "E" TO PRQ-STATUS
           ELSE
               MOVE "H" TO PTB-KIND
               MOVE WS-CEILING TO PTB-VALUE
               MOVE WS-PRIME-COUNT TO PTB-COUNT
               WRITE PRIME-FILE-RECORD
               MOVE "P" TO PTB-KIND
               MOVE 0 TO PTB-COUNT
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PRIME-COUNT
                   MOVE WS-PRIME(WS-K) TO PTB-VALUE
                   WRITE PRIME-FILE-RECORD
               END-PERFORM
               CLOSE PRIME_FILE
           END-IF.
