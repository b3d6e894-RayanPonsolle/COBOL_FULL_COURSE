      *   25-36 parameter 2
      *   37-48 parameter 3
      *   49-98 label printed on the report
      *   99-114 expected answer, optional ; blank leaves the
      *         problem NON VERIFIE
      * - so the study group adds a problem by adding a line, not by
      * surgery on this program. The solver types on file :
      *   MULTSUM  sum of multiples of P2 or P3 below P1 (main.cbl)
      *            (palindrome.cbl)
      *   DIVISTOT smallest number divisible by all of 1..P1
      *            (divisible.cbl)
      * and, beyond what a PIC 9(18) holds, on the large-number
      * arithmetic of BigNum.cbl (numbers of up to 1000 digits) :
      *   PUISSCHF sum of the digits of P1 ** P2
      *   FACTCHIF sum of the digits of P1 factorial
      *   FIBOCHIF index of the first Fibonacci term with P1 digits
      *   SOMMEGRD sum of the numbers listed one per line in
      *            euler_pNNN.txt (NNN the problem number), its first
      *            P1 digits, or all of it for P1 zero
      *   AUTOPUIS last P1 digits of 1**1 + 2**2 + ... + P2**P2
      *   PUISSANC P1 ** P2 in full, or its last P3 digits
      * and on the shared prime table of PrimeSieve.cbl (sieved once,
      * kept in prime_table.txt, extended when a higher ceiling is
      * asked for) :
      *   NIEMEPRM the P1-th prime ; the table is sieved up to P2, or
      *            to an estimate of where that prime lies for P2 zero
      *   SOMMPREM sum of the primes below P1
      *   CIRCPREM count of the circular primes below P1 (every
      *            rotation of the digits prime)
      * Under such a problem the report says whether the table was
      * reused, extended or rebuilt, and how long the sieve took.
      * An answer longer than 16 digits is printed whole, wrapped
      * 100 digits to a line under its digit count ; its expected
      * answer and its history line hold its last 16 digits.
      * Without the registry the classic three problems run as
      * before, parameterised from euler_params.txt (limit, two
      * divisors, Fibonacci ceiling, squares limit in fixed columns
      * RETURN-CODE covers however many problems are registered :
      * 8 on any overflow, 4 when every answer came back zero, 12 on
      * file problems or an unknown solver type in the registry.
      * Known answers : each answer is held against the expected one
      * and shown CORRECT, FAUX or NON VERIFIE, and each solver is
      * timed from start to end (hundredths of a second, across
      * midnight too). A wrong answer sets RETURN-CODE 8 like an
      * overflow, so the release certification can stop on it ; a
      * problem with no expected answer never fails the run.
      * Every problem run is appended to euler_history.txt (run
      * timestamp, problem, solver, verdict, answer, expected,
      * elapsed) ; the scorecard reads it back first to show each
      * solver's previous time beside today's and, for a wrong
      * answer, the first run of the current wrong streak.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EulerScorecard.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "euler_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT NUMBERS_FILE ASSIGN TO WS-NUMBERS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUMBERS-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.
           05 REG-PARM-2 PIC 9(12).
           05 REG-PARM-3 PIC 9(12).
           05 REG-LABEL PIC X(50).
           05 REG-EXPECTED PIC X(16).

       FD  PARAM_FILE.
       01  PARAM-RECORD.
           05 PRM-FIBO-LIMIT PIC 9(10).
           05 PRM-SQDIFF-LIMIT PIC 9(4).

       FD  HISTORY_FILE.
       01  HISTORY-RECORD.
           05 HST-RUN-TS PIC X(14).
           05 HST-PROBLEM PIC 9(3).
           05 HST-TYPE PIC X(8).
           05 HST-VERDICT PIC X.
               88 HST-CORRECT VALUE "C".
               88 HST-FAUX VALUE "F".
               88 HST-NON-VERIFIE VALUE "N".
               88 HST-ERREUR VALUE "E".
           05 HST-ANSWER PIC 9(16).
           05 HST-EXPECTED PIC X(16).
           05 HST-ELAPSED PIC 9(8).
           05 HST-LENGTH PIC 9(4).

       FD  NUMBERS_FILE.
       01  NUMBERS-RECORD PIC X(1000).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       01  WS-PARAM-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "euler_scorecard.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-NUMBERS-FILENAME PIC X(60).
       01  WS-NUMBERS-FILE-STATUS PIC XX.
       01  WS-NUMBERS-END PIC 9.
       01  WS-HISTORY-END PIC 9.
       01  WS-HISTORY-OPEN PIC X VALUE "N".
           88 HISTORY-IS-OPEN VALUE "Y".
       01  WS-REGISTRY-END PIC 9.
       01  WS-REGISTRY-MODE PIC X VALUE "N".
           88 REGISTRY-FROM-FILE VALUE "Y".
               10 WS-PRB-PARM-2 PIC 9(12).
               10 WS-PRB-PARM-3 PIC 9(12).
               10 WS-PRB-LABEL PIC X(50).
               10 WS-PRB-EXPECTED PIC X(16).
       01  WS-PROBLEM-TALLY PIC 9(2) VALUE 0.
      * What the history says of each problem : its last elapsed
      * time and, while its answer stays wrong, the run it went
      * wrong on.
       01  WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 50 TIMES.
               10 WS-TRD-HAS-LAST PIC X.
               10 WS-TRD-LAST-ELAPSED PIC 9(8).
               10 WS-TRD-FAIL-SINCE PIC X(14).
       01  WS-TX PIC 9(2).
       01  WS-CORRECT-COUNT PIC 9(2) VALUE 0.
       01  WS-WRONG-COUNT PIC 9(2) VALUE 0.
       01  WS-UNCHECKED-COUNT PIC 9(2) VALUE 0.
       01  WS-VERDICT PIC X.
       01  WS-VERDICT-TEXT PIC X(12).
       01  WS-EXPECTED-NUM PIC 9(16).
       01  WS-RUN-TS PIC X(14).
       01  WS-CLOCK.
           05 WS-CLK-DATE PIC 9(8).
           05 WS-CLK-HH PIC 9(2).
           05 WS-CLK-MN PIC 9(2).
           05 WS-CLK-SS PIC 9(2).
           05 WS-CLK-HS PIC 9(2).
           05 FILLER PIC X(5).
       01  WS-START-HS PIC 9(8).
       01  WS-END-HS PIC 9(8).
       01  WS-ELAPSED PIC 9(8).
       01  WS-SECONDS PIC 9(6)V99.
       01  WS-SECONDS-EDIT PIC ZZZZZ9.99.
       01  WS-LAST-SECONDS-EDIT PIC ZZZZZ9.99.
       01  WS-PX PIC 9(2).
       01  WS-SKIPPED-COUNT PIC 9(2) VALUE 0.
       01  WS-RUN-COUNT PIC 9(2) VALUE 0.
       01  WS-SQDIFF-LIMIT PIC 9(4).

       01  WS-ANSWER PIC 9(16).
      * An answer past 16 digits : all of it, and its digit count
      * (zero for an ordinary answer). WS-ANSWER keeps its last 16.
       01  WS-BIG-ANSWER PIC X(1000).
       01  WS-BIG-LENGTH PIC 9(4) VALUE 0.
       01  WS-BIG-WORK PIC X(1000).
       01  WS-BIG-FIBO-A PIC X(1000).
       01  WS-BIG-FIBO-B PIC X(1000).
       01  WS-BIG-INDEX PIC 9(6).
       01  WS-BIG-FROM PIC 9(4).
       01  WS-BIG-PIECE PIC 9(4).
       01  WS-NUMBER-LENGTH PIC 9(4).
       01  WS-NUMBER-COUNT PIC 9(6).
       01  WS-SAVED-RC PIC S9(4).
           COPY PRIMEREQ.
       01  WS-SIEVE-USED PIC X.
           88 SIEVE-WAS-USED VALUE "Y".
       01  WS-SIEVE-ORIGIN PIC X.
       01  WS-SIEVE-ELAPSED PIC 9(8).
       01  WS-SIEVE-COUNT PIC 9(7).
       01  WS-SIEVE-CEILING PIC 9(8).
       01  WS-SIEVE-CEILING-EDIT PIC Z(7)9.
       01  WS-SIEVE-COUNT-EDIT PIC Z(6)9.
       01  WS-ESTIMATE PIC 9(8)V9(4).
       01  WS-ROT-VALUE PIC 9(8).
       01  WS-ROT-POWER PIC 9(8).
       01  WS-ROT-DIGITS PIC 9(2).
       01  WS-ROT-COUNT PIC 9(2).
       01  WS-ROT-HIGH PIC 9(8).
       01  WS-ROT-LOW PIC 9(8).
       01  WS-ROT-CIRCULAR PIC X.
           88 ROT-IS-CIRCULAR VALUE "Y".
           COPY BIGNUM.
       01  WS-CALC-OVERFLOW PIC X VALUE "N".
           88 WS-OVERFLOW-DETECTED VALUE "Y".
       01  WS-TYPE-UNKNOWN PIC X.
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
           PERFORM LOAD-RUN-HISTORY.
           OPEN EXTEND HISTORY_FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY_FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "AVERTISSEMENT : euler_history.txt "
                   "INDISPONIBLE - STATUS " WS-HISTORY-FILE-STATUS
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROBLEM-TALLY
           END-PERFORM.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE PRINT_FILE.
           IF HISTORY-IS-OPEN
               CLOSE HISTORY_FILE
           END-IF.
           DISPLAY "RAPPORT ECRIT : " WS-PRINT-FILENAME.
           DISPLAY "CORRECTS : " WS-CORRECT-COUNT
               " - FAUX : " WS-WRONG-COUNT
               " - NON VERIFIES : " WS-UNCHECKED-COUNT.

           IF RETURN-CODE = 0 AND WS-RUN-COUNT > 0
               AND WS-ZERO-COUNT = WS-RUN-COUNT
                           IF REGISTRY-RECORD NOT = SPACES
                               IF WS-PROBLEM-TALLY < 50
                                   ADD 1 TO WS-PROBLEM-TALLY
                                   MOVE REGISTRY-RECORD (1:114)
                                       TO WS-PROBLEM-ENTRY
                                       (WS-PROBLEM-TALLY)
                               ELSE
           MOVE WS-DIVISOR-2 TO WS-PRB-PARM-3(1).
           MOVE "SOMME DES MULTIPLES DES DEUX DIVISEURS"
               TO WS-PRB-LABEL(1).
           MOVE SPACES TO WS-PRB-EXPECTED(1) WS-PRB-EXPECTED(2)
               WS-PRB-EXPECTED(3).
           MOVE 2 TO WS-PRB-NUMBER(2).
           MOVE "O" TO WS-PRB-ENABLED(2).
           MOVE "FIBOPAIR" TO WS-PRB-TYPE(2).
               WRITE PRINT-LINE
           ELSE
               MOVE 0 TO WS-ANSWER
               MOVE 0 TO WS-BIG-LENGTH
               MOVE 0 TO BGN-KEEP
               MOVE "N" TO WS-SIEVE-USED
               MOVE "N" TO WS-CALC-OVERFLOW
               MOVE "N" TO WS-TYPE-UNKNOWN
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
               COMPUTE WS-START-HS = WS-CLK-HH * 360000
                   + WS-CLK-MN * 6000 + WS-CLK-SS * 100 + WS-CLK-HS
               EVALUATE WS-PRB-TYPE(WS-PX)
                   WHEN "MULTSUM"
                       PERFORM SOLVE-MULTSUM
                       PERFORM SOLVE-PALINDRO
                   WHEN "DIVISTOT"
                       PERFORM SOLVE-DIVISTOT
                   WHEN "PUISSCHF"
                       PERFORM SOLVE-PUISSCHF
                   WHEN "FACTCHIF"
                       PERFORM SOLVE-FACTCHIF
                   WHEN "FIBOCHIF"
                       PERFORM SOLVE-FIBOCHIF
                   WHEN "SOMMEGRD"
                       PERFORM SOLVE-SOMMEGRD
                   WHEN "AUTOPUIS"
                       PERFORM SOLVE-AUTOPUIS
                   WHEN "PUISSANC"
                       PERFORM SOLVE-PUISSANC
                   WHEN "NIEMEPRM"
                       PERFORM SOLVE-NIEMEPRM
                   WHEN "SOMMPREM"
                       PERFORM SOLVE-SOMMPREM
                   WHEN "CIRCPREM"
                       PERFORM SOLVE-CIRCPREM
                   WHEN OTHER
                       MOVE "Y" TO WS-TYPE-UNKNOWN
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
               COMPUTE WS-END-HS = WS-CLK-HH * 360000
                   + WS-CLK-MN * 6000 + WS-CLK-SS * 100 + WS-CLK-HS
      * A solver running across midnight : the day is added back.
               IF WS-END-HS < WS-START-HS
                   ADD 8640000 TO WS-END-HS
               END-IF
               COMPUTE WS-ELAPSED = WS-END-HS - WS-START-HS
               PERFORM PRINT-ONE-RESULT
               IF SIEVE-WAS-USED
                   PERFORM PRINT-SIEVE-LINE
               END-IF
               PERFORM CHECK-KNOWN-ANSWER
               PERFORM PRINT-VERDICT-LINE
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       CHECK-KNOWN-ANSWER.
      * No answer to hold against the expected one after an
      * overflow or an unknown solver : the error already stands.
           EVALUATE TRUE
               WHEN TYPE-IS-UNKNOWN OR WS-OVERFLOW-DETECTED
                   MOVE "E" TO WS-VERDICT
                   MOVE "EN ERREUR" TO WS-VERDICT-TEXT
               WHEN WS-PRB-EXPECTED(WS-PX) = SPACES
                   MOVE "N" TO WS-VERDICT
                   MOVE "NON VERIFIE" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-UNCHECKED-COUNT
               WHEN FUNCTION TEST-NUMVAL(WS-PRB-EXPECTED(WS-PX))
                       NOT = 0
                   DISPLAY "AVERTISSEMENT : REPONSE ATTENDUE NON "
                       "NUMERIQUE - PROBLEME " WS-PRB-NUMBER(WS-PX)
                   MOVE "N" TO WS-VERDICT
                   MOVE "NON VERIFIE" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-UNCHECKED-COUNT
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(WS-PRB-EXPECTED(WS-PX))
                       TO WS-EXPECTED-NUM
                   IF WS-ANSWER = WS-EXPECTED-NUM
                       MOVE "C" TO WS-VERDICT
                       MOVE "CORRECT" TO WS-VERDICT-TEXT
                       ADD 1 TO WS-CORRECT-COUNT
                   ELSE
                       MOVE "F" TO WS-VERDICT
                       MOVE "FAUX" TO WS-VERDICT-TEXT
                       ADD 1 TO WS-WRONG-COUNT
                       DISPLAY "ERREUR : REPONSE FAUSSE - PROBLEME "
                           WS-PRB-NUMBER(WS-PX)
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       PRINT-SIEVE-LINE.
           COMPUTE WS-SECONDS = WS-SIEVE-ELAPSED / 100
           MOVE WS-SECONDS TO WS-SECONDS-EDIT
           MOVE WS-SIEVE-COUNT TO WS-SIEVE-COUNT-EDIT
           MOVE WS-SIEVE-CEILING TO WS-SIEVE-CEILING-EDIT
           MOVE SPACES TO PRINT-LINE
           EVALUATE WS-SIEVE-ORIGIN
               WHEN "R"
                   MOVE "REUTILISEE" TO WS-VERDICT-TEXT
               WHEN "E"
                   MOVE "ETENDUE" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "RECONSTRUITE" TO WS-VERDICT-TEXT
           END-EVALUATE
           STRING "  CRIBLE : TABLE " FUNCTION TRIM(WS-VERDICT-TEXT)
               " - " FUNCTION TRIM(WS-SIEVE-COUNT-EDIT)
               " PREMIERS JUSQU'A "
               FUNCTION TRIM(WS-SIEVE-CEILING-EDIT)
               " - TEMPS : " FUNCTION TRIM(WS-SECONDS-EDIT) " S"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-VERDICT-LINE.
           COMPUTE WS-SECONDS = WS-ELAPSED / 100
           MOVE WS-SECONDS TO WS-SECONDS-EDIT
           MOVE SPACES TO PRINT-LINE
           IF WS-VERDICT = "C" OR WS-VERDICT = "F"
               STRING "  VERIFICATION : "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                   " (ATTENDU " FUNCTION TRIM(WS-PRB-EXPECTED(WS-PX))
                   ") - TEMPS : " FUNCTION TRIM(WS-SECONDS-EDIT) " S"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "  VERIFICATION : "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                   " - TEMPS : " FUNCTION TRIM(WS-SECONDS-EDIT) " S"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           IF WS-TRD-HAS-LAST(WS-PX) = "Y"
               COMPUTE WS-SECONDS = WS-TRD-LAST-ELAPSED(WS-PX) / 100
               MOVE WS-SECONDS TO WS-LAST-SECONDS-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "  TEMPS A L'EXECUTION PRECEDENTE : "
                   FUNCTION TRIM(WS-LAST-SECONDS-EDIT) " S"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF WS-VERDICT = "F"
               MOVE SPACES TO PRINT-LINE
               IF WS-TRD-FAIL-SINCE(WS-PX) = SPACES
                   MOVE "  FAUX POUR LA PREMIERE FOIS A CETTE EXECUTION"
                       TO PRINT-LINE
               ELSE
                   STRING "  FAUX DEPUIS L'EXECUTION DU "
                       WS-TRD-FAIL-SINCE(WS-PX)(1:8) " A "
                       WS-TRD-FAIL-SINCE(WS-PX)(9:6)
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           END-IF.

       WRITE-HISTORY-RECORD.
           IF HISTORY-IS-OPEN
               MOVE WS-RUN-TS TO HST-RUN-TS
               MOVE WS-PRB-NUMBER(WS-PX) TO HST-PROBLEM
               MOVE WS-PRB-TYPE(WS-PX) TO HST-TYPE
               MOVE WS-VERDICT TO HST-VERDICT
               MOVE WS-ANSWER TO HST-ANSWER
               MOVE WS-PRB-EXPECTED(WS-PX) TO HST-EXPECTED
               MOVE WS-ELAPSED TO HST-ELAPSED
               MOVE WS-BIG-LENGTH TO HST-LENGTH
               WRITE HISTORY-RECORD
           END-IF.

       LOAD-RUN-HISTORY.
      * The file is in run order, so the last line of a problem
      * gives its previous time ; a wrong verdict opens a streak
      * that the next correct or unchecked one closes.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 50
               MOVE "N" TO WS-TRD-HAS-LAST(WS-TX)
               MOVE 0 TO WS-TRD-LAST-ELAPSED(WS-TX)
               MOVE SPACES TO WS-TRD-FAIL-SINCE(WS-TX)
           END-PERFORM
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-END
               PERFORM UNTIL WS-HISTORY-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO WS-HISTORY-END
                       NOT AT END
                           PERFORM APPLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       APPLY-HISTORY-RECORD.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-PROBLEM-TALLY
               IF WS-PRB-NUMBER(WS-TX) = HST-PROBLEM
                   MOVE "Y" TO WS-TRD-HAS-LAST(WS-TX)
                   MOVE HST-ELAPSED TO WS-TRD-LAST-ELAPSED(WS-TX)
                   EVALUATE TRUE
                       WHEN HST-FAUX
                           IF WS-TRD-FAIL-SINCE(WS-TX) = SPACES
                               MOVE HST-RUN-TS
                                   TO WS-TRD-FAIL-SINCE(WS-TX)
                           END-IF
                       WHEN HST-ERREUR
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO WS-TRD-FAIL-SINCE(WS-TX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PRINT-ONE-RESULT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PROBLEME " WS-PRB-NUMBER(WS-PX) " : "
                   DISPLAY "ERREUR : DEPASSEMENT DE CAPACITE - "
                       "PROBLEME " WS-PRB-NUMBER(WS-PX)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BIG-LENGTH > 16
                   STRING "  REPONSE (" WS-BIG-LENGTH " CHIFFRES) :"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   ADD 1 TO WS-RUN-COUNT
               WHEN OTHER
                   STRING "  REPONSE : " WS-ANSWER
                       DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
           END-EVALUATE.
           WRITE PRINT-LINE.
           IF WS-BIG-LENGTH > 16 AND NOT WS-OVERFLOW-DETECTED
               AND NOT TYPE-IS-UNKNOWN
               PERFORM PRINT-LONG-ANSWER
           END-IF.

       PRINT-LONG-ANSWER.
           COMPUTE WS-BIG-FROM = 1001 - WS-BIG-LENGTH
           PERFORM UNTIL WS-BIG-FROM > 1000
               COMPUTE WS-BIG-PIECE = 1001 - WS-BIG-FROM
               IF WS-BIG-PIECE > 100
                   MOVE 100 TO WS-BIG-PIECE
               END-IF
               MOVE SPACES TO PRINT-LINE
               MOVE WS-BIG-ANSWER(WS-BIG-FROM:WS-BIG-PIECE)
                   TO PRINT-LINE(5:WS-BIG-PIECE)
               WRITE PRINT-LINE
               ADD WS-BIG-PIECE TO WS-BIG-FROM
           END-PERFORM.

       SOLVE-MULTSUM.
           IF WS-PRB-PARM-2(WS-PX) = 0 OR WS-PRB-PARM-3(WS-PX) = 0
               MOVE WS-GCD-R TO WS-GCD-B
           END-PERFORM.

       SOLVE-PUISSCHF.
           IF WS-PRB-PARM-2(WS-PX) > 999999
               MOVE "Y" TO WS-CALC-OVERFLOW
           ELSE
               MOVE ALL "0" TO BGN-OPERAND-A
               MOVE WS-PRB-PARM-1(WS-PX) TO BGN-OPERAND-A(989:12)
               MOVE WS-PRB-PARM-2(WS-PX) TO BGN-EXPONENT
               MOVE "PUISSANC" TO BGN-ACTION
               PERFORM CALL-BIGNUM
               IF BGN-OVERFLOW
                   MOVE "Y" TO WS-CALC-OVERFLOW
               ELSE
                   MOVE BGN-RESULT TO BGN-OPERAND-A
                   MOVE "CHIFFRES" TO BGN-ACTION
                   PERFORM CALL-BIGNUM
                   MOVE BGN-DIGIT-SUM TO WS-ANSWER
               END-IF
           END-IF.

       SOLVE-FACTCHIF.
           MOVE ALL "0" TO WS-BIG-WORK
           MOVE "1" TO WS-BIG-WORK(1000:1)
           MOVE "PRODUIT" TO BGN-ACTION
           PERFORM VARYING I FROM 2 BY 1
                   UNTIL I > WS-PRB-PARM-1(WS-PX)
                       OR WS-OVERFLOW-DETECTED
               MOVE WS-BIG-WORK TO BGN-OPERAND-A
               MOVE ALL "0" TO BGN-OPERAND-B
               MOVE I TO BGN-OPERAND-B(989:12)
               PERFORM CALL-BIGNUM
               IF BGN-OVERFLOW
                   MOVE "Y" TO WS-CALC-OVERFLOW
               END-IF
               MOVE BGN-RESULT TO WS-BIG-WORK
           END-PERFORM.
           IF NOT WS-OVERFLOW-DETECTED
               MOVE WS-BIG-WORK TO BGN-OPERAND-A
               MOVE "CHIFFRES" TO BGN-ACTION
               PERFORM CALL-BIGNUM
               MOVE BGN-DIGIT-SUM TO WS-ANSWER
           END-IF.

       SOLVE-FIBOCHIF.
      * The terms are walked from F1 = F2 = 1 until one has P1
      * digits ; 1000 digits is as far as BigNum.cbl goes.
           IF WS-PRB-PARM-1(WS-PX) > 1000
               MOVE "Y" TO WS-CALC-OVERFLOW
           ELSE
               MOVE ALL "0" TO WS-BIG-FIBO-A WS-BIG-FIBO-B
               MOVE "1" TO WS-BIG-FIBO-A(1000:1)
               MOVE "1" TO WS-BIG-FIBO-B(1000:1)
               MOVE 2 TO WS-BIG-INDEX
               MOVE 1 TO BGN-LENGTH
               MOVE "ADDITION" TO BGN-ACTION
               IF WS-PRB-PARM-1(WS-PX) < 2
                   MOVE 1 TO WS-BIG-INDEX
               END-IF
               PERFORM UNTIL BGN-LENGTH >= WS-PRB-PARM-1(WS-PX)
                       OR WS-OVERFLOW-DETECTED
                   MOVE WS-BIG-FIBO-A TO BGN-OPERAND-A
                   MOVE WS-BIG-FIBO-B TO BGN-OPERAND-B
                   PERFORM CALL-BIGNUM
                   IF BGN-OVERFLOW
                       MOVE "Y" TO WS-CALC-OVERFLOW
                   END-IF
                   MOVE WS-BIG-FIBO-B TO WS-BIG-FIBO-A
                   MOVE BGN-RESULT TO WS-BIG-FIBO-B
                   ADD 1 TO WS-BIG-INDEX
               END-PERFORM
               MOVE WS-BIG-INDEX TO WS-ANSWER
           END-IF.

       SOLVE-SOMMEGRD.
           MOVE SPACES TO WS-NUMBERS-FILENAME
           STRING "euler_p" WS-PRB-NUMBER(WS-PX) ".txt"
               DELIMITED BY SIZE INTO WS-NUMBERS-FILENAME
           OPEN INPUT NUMBERS_FILE
           IF WS-NUMBERS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR : FICHIER " WS-NUMBERS-FILENAME
                   " INDISPONIBLE - STATUS " WS-NUMBERS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ALL "0" TO WS-BIG-WORK
               MOVE 0 TO WS-NUMBER-COUNT
               MOVE "ADDITION" TO BGN-ACTION
               MOVE 1 TO WS-NUMBERS-END
               PERFORM UNTIL WS-NUMBERS-END NOT = 1
                   READ NUMBERS_FILE
                       AT END
                           MOVE 0 TO WS-NUMBERS-END
                       NOT AT END
                           PERFORM ADD-LISTED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE NUMBERS_FILE
               IF NOT WS-OVERFLOW-DETECTED AND WS-NUMBERS-END = 0
                   MOVE WS-BIG-WORK TO BGN-OPERAND-A
                   MOVE "CHIFFRES" TO BGN-ACTION
                   PERFORM CALL-BIGNUM
      * Only the leading P1 digits are the answer asked for : they
      * are brought down to the low end of the number.
                   IF WS-PRB-PARM-1(WS-PX) > 0
                       AND WS-PRB-PARM-1(WS-PX) < BGN-LENGTH
                       COMPUTE WS-BIG-FROM = 1001 - BGN-LENGTH
                       MOVE WS-PRB-PARM-1(WS-PX) TO WS-BIG-PIECE
                       MOVE ALL "0" TO WS-BIG-WORK
                       MOVE BGN-RESULT(WS-BIG-FROM:WS-BIG-PIECE)
                           TO WS-BIG-WORK(1001 - WS-BIG-PIECE:
                               WS-BIG-PIECE)
                       MOVE WS-BIG-WORK TO BGN-RESULT
                       MOVE WS-BIG-PIECE TO BGN-LENGTH
                   END-IF
                   PERFORM TAKE-BIG-ANSWER
               END-IF
           END-IF.

       ADD-LISTED-NUMBER.
      * Blank lines are passed over ; a line that is not all digits
      * stops the sum, reported with its line number.
           ADD 1 TO WS-NUMBER-COUNT
           IF NUMBERS-RECORD NOT = SPACES AND NOT WS-OVERFLOW-DETECTED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NUMBERS-RECORD))
                   TO WS-NUMBER-LENGTH
               MOVE ALL "0" TO BGN-OPERAND-B
               MOVE FUNCTION TRIM(NUMBERS-RECORD)
                   TO BGN-OPERAND-B(1001 - WS-NUMBER-LENGTH:
                       WS-NUMBER-LENGTH)
               MOVE WS-BIG-WORK TO BGN-OPERAND-A
               PERFORM CALL-BIGNUM
               EVALUATE TRUE
                   WHEN BGN-INVALID
                       DISPLAY "ERREUR : LIGNE " WS-NUMBER-COUNT
                           " NON NUMERIQUE DANS " WS-NUMBERS-FILENAME
                       MOVE 12 TO RETURN-CODE
                       MOVE 9 TO WS-NUMBERS-END
                   WHEN BGN-OVERFLOW
                       MOVE "Y" TO WS-CALC-OVERFLOW
                   WHEN OTHER
                       MOVE BGN-RESULT TO WS-BIG-WORK
               END-EVALUATE
           END-IF.

       SOLVE-AUTOPUIS.
      * Every term and the running sum are kept to the last P1
      * digits, so n ** n never has to be worked out in full.
           MOVE ALL "0" TO WS-BIG-WORK
           MOVE WS-PRB-PARM-1(WS-PX) TO BGN-KEEP
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-PRB-PARM-2(WS-PX)
                       OR WS-OVERFLOW-DETECTED
               MOVE ALL "0" TO BGN-OPERAND-A
               MOVE I TO BGN-OPERAND-A(989:12)
               MOVE I TO BGN-EXPONENT
               MOVE "PUISSANC" TO BGN-ACTION
               PERFORM CALL-BIGNUM
               MOVE BGN-RESULT TO BGN-OPERAND-B
               MOVE WS-BIG-WORK TO BGN-OPERAND-A
               MOVE "ADDITION" TO BGN-ACTION
               PERFORM CALL-BIGNUM
               IF BGN-OVERFLOW
                   MOVE "Y" TO WS-CALC-OVERFLOW
               END-IF
               MOVE BGN-RESULT TO WS-BIG-WORK
           END-PERFORM.
           IF NOT WS-OVERFLOW-DETECTED
               PERFORM TAKE-BIG-ANSWER
           END-IF.

       SOLVE-PUISSANC.
           IF WS-PRB-PARM-2(WS-PX) > 999999
               MOVE "Y" TO WS-CALC-OVERFLOW
           ELSE
               MOVE ALL "0" TO BGN-OPERAND-A
               MOVE WS-PRB-PARM-1(WS-PX) TO BGN-OPERAND-A(989:12)
               MOVE WS-PRB-PARM-2(WS-PX) TO BGN-EXPONENT
               MOVE WS-PRB-PARM-3(WS-PX) TO BGN-KEEP
               MOVE "PUISSANC" TO BGN-ACTION
               PERFORM CALL-BIGNUM
               IF BGN-OVERFLOW
                   MOVE "Y" TO WS-CALC-OVERFLOW
               ELSE
                   PERFORM TAKE-BIG-ANSWER
               END-IF
           END-IF.

       CALL-BIGNUM.
      * The CALL hands back the subprogram's own RETURN-CODE ; the
      * run's is put back after it.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "BigNum" USING BIGNUM-REQUEST
           MOVE WS-SAVED-RC TO RETURN-CODE.

       SOLVE-NIEMEPRM.
      * The n-th prime lies below n (ln n + ln ln n) from the sixth
      * on ; the first five lie below 13.
           IF WS-PRB-PARM-2(WS-PX) > 0
               MOVE WS-PRB-PARM-2(WS-PX) TO PRQ-CEILING
           ELSE
               IF WS-PRB-PARM-1(WS-PX) < 6
                   MOVE 13 TO PRQ-CEILING
               ELSE
                   COMPUTE WS-ESTIMATE = WS-PRB-PARM-1(WS-PX)
                       * (FUNCTION LOG(WS-PRB-PARM-1(WS-PX))
                       + FUNCTION LOG(FUNCTION LOG(
                           WS-PRB-PARM-1(WS-PX))))
                       ON SIZE ERROR
                           MOVE 99999999 TO WS-ESTIMATE
                   END-COMPUTE
                   COMPUTE PRQ-CEILING = WS-ESTIMATE + 1
               END-IF
           END-IF
           PERFORM PREPARE-PRIME-TABLE
           IF NOT WS-OVERFLOW-DETECTED
               IF WS-PRB-PARM-1(WS-PX) > 9999999
                   MOVE "Y" TO WS-CALC-OVERFLOW
               ELSE
                   MOVE "NIEME" TO PRQ-ACTION
                   MOVE WS-PRB-PARM-1(WS-PX) TO PRQ-INDEX
                   PERFORM CALL-SIEVE
                   IF PRQ-BEYOND
                       MOVE "Y" TO WS-CALC-OVERFLOW
                   ELSE
                       MOVE PRQ-VALUE TO WS-ANSWER
                   END-IF
               END-IF
           END-IF.

       SOLVE-SOMMPREM.
           IF WS-PRB-PARM-1(WS-PX) > 2
               COMPUTE PRQ-CEILING = WS-PRB-PARM-1(WS-PX) - 1
               PERFORM PREPARE-PRIME-TABLE
               MOVE "NIEME" TO PRQ-ACTION
               MOVE 1 TO PRQ-INDEX
               MOVE "O" TO PRQ-STATUS
               PERFORM UNTIL WS-OVERFLOW-DETECTED
                       OR PRQ-INDEX > WS-SIEVE-COUNT
                   PERFORM CALL-SIEVE
                   IF PRQ-VALUE >= WS-PRB-PARM-1(WS-PX)
                       MOVE WS-SIEVE-COUNT TO PRQ-INDEX
                   ELSE
                       COMPUTE WS-ANSWER = WS-ANSWER + PRQ-VALUE
                           ON SIZE ERROR
                               MOVE "Y" TO WS-CALC-OVERFLOW
                       END-COMPUTE
                   END-IF
                   ADD 1 TO PRQ-INDEX
               END-PERFORM
           END-IF.

       SOLVE-CIRCPREM.
      * Every rotation has as many digits as the prime, so the table
      * is taken up to the highest number with that many digits.
           IF WS-PRB-PARM-1(WS-PX) > 2
               COMPUTE WS-ROT-VALUE = WS-PRB-PARM-1(WS-PX) - 1
               PERFORM COUNT-ROTATION-DIGITS
               COMPUTE PRQ-CEILING = WS-ROT-POWER * 10 - 1
               PERFORM PREPARE-PRIME-TABLE
               MOVE 1 TO WS-K
               PERFORM UNTIL WS-OVERFLOW-DETECTED
                       OR WS-K > WS-SIEVE-COUNT
                   MOVE "NIEME" TO PRQ-ACTION
                   MOVE WS-K TO PRQ-INDEX
                   PERFORM CALL-SIEVE
                   IF PRQ-VALUE >= WS-PRB-PARM-1(WS-PX)
                       MOVE WS-SIEVE-COUNT TO WS-K
                   ELSE
                       PERFORM CHECK-CIRCULAR-PRIME
                       IF ROT-IS-CIRCULAR
                           ADD 1 TO WS-ANSWER
                       END-IF
                   END-IF
                   ADD 1 TO WS-K
               END-PERFORM
           END-IF.

       CHECK-CIRCULAR-PRIME.
           MOVE PRQ-VALUE TO WS-ROT-VALUE
           PERFORM COUNT-ROTATION-DIGITS
           MOVE "Y" TO WS-ROT-CIRCULAR
           MOVE "PREMIER" TO PRQ-ACTION
           PERFORM VARYING WS-ROT-COUNT FROM 2 BY 1
                   UNTIL WS-ROT-COUNT > WS-ROT-DIGITS
                       OR NOT ROT-IS-CIRCULAR
               DIVIDE WS-ROT-VALUE BY WS-ROT-POWER
                   GIVING WS-ROT-HIGH REMAINDER WS-ROT-LOW
               COMPUTE WS-ROT-VALUE = WS-ROT-LOW * 10 + WS-ROT-HIGH
               MOVE WS-ROT-VALUE TO PRQ-VALUE
               PERFORM CALL-SIEVE
               IF PRQ-RESULT NOT = "Y"
                   MOVE "N" TO WS-ROT-CIRCULAR
               END-IF
           END-PERFORM.

       COUNT-ROTATION-DIGITS.
      * WS-ROT-DIGITS digits in WS-ROT-VALUE, WS-ROT-POWER the
      * value of its leading digit position.
           MOVE 1 TO WS-ROT-DIGITS
           MOVE 1 TO WS-ROT-POWER
           PERFORM UNTIL WS-ROT-VALUE < WS-ROT-POWER * 10
               ADD 1 TO WS-ROT-DIGITS
               COMPUTE WS-ROT-POWER = WS-ROT-POWER * 10
           END-PERFORM.

       PREPARE-PRIME-TABLE.
           MOVE "PREPARE" TO PRQ-ACTION
           PERFORM CALL-SIEVE
           MOVE "Y" TO WS-SIEVE-USED
           MOVE PRQ-ORIGIN TO WS-SIEVE-ORIGIN
           MOVE PRQ-ELAPSED TO WS-SIEVE-ELAPSED
           MOVE PRQ-COUNT TO WS-SIEVE-COUNT
           MOVE PRQ-TABLE-CEILING TO WS-SIEVE-CEILING
           IF PRQ-BEYOND
               MOVE "N" TO WS-SIEVE-USED
               MOVE "Y" TO WS-CALC-OVERFLOW
           END-IF.

       CALL-SIEVE.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "PrimeSieve" USING PRIME-REQUEST
           MOVE WS-SAVED-RC TO RETURN-CODE.

       TAKE-BIG-ANSWER.
           MOVE BGN-RESULT(985:16) TO WS-ANSWER
           IF BGN-LENGTH > 16
               MOVE BGN-RESULT TO WS-BIG-ANSWER
               MOVE BGN-LENGTH TO WS-BIG-LENGTH
           ELSE
               MOVE 0 TO WS-BIG-LENGTH
           END-IF.

       GET-PARAMETERS.
           OPEN INPUT PARAM_FILE.
           IF WS-PARAM-FILE-STATUS = "00"
               " - INACTIFS : " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CORRECTS : " WS-CORRECT-COUNT
               " - FAUX : " WS-WRONG-COUNT
               " - NON VERIFIES : " WS-UNCHECKED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
