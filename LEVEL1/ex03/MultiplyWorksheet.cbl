      * its data (a keyed seed, 0 = based on the clock) and the seed
      * is printed on every sheet and key, so a sheet can be
      * reproduced exactly by rerunning with the same seed.
      * Marking : every run is logged in worksheet_runs.txt under its
      * seed (factor range, problems per sheet, number of sheets,
      * tables aimed at), so the marker keys only the seed and the
      * sheet number ; the key is generated again from them and the
      * pupil's answers are keyed against it one by one. The errors
      * are shown problem by problem and the result goes into
      * gradebook.txt under the class and the pupil - one R line with
      * the score, one Q line a problem with the answer given.
      * The class report (classe_XXXXXXXX.prt) shows each pupil's
      * scores in the order they were marked, with the average, then
      * the multiplication facts most often got wrong in the class
      * (7 X 8 and 8 X 7 counted as one fact), missed out of asked.
      * A run can aim at a class's weak facts : its five most missed
      * facts within the factor range are printed on every sheet and
      * take about one problem in two.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultiplyWorksheet.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT RUN_FILE ASSIGN TO "worksheet_runs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT GRADE_FILE ASSIGN TO "gradebook.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET_FILE.
       FD  KEY_FILE.
       01  KEY-LINE PIC X(80).

       FD  RUN_FILE.
       01  RUN-RECORD.
           05 WSR-SEED PIC 9(4).
           05 WSR-RANGE-LOW PIC 9(2).
           05 WSR-RANGE-HIGH PIC 9(2).
           05 WSR-PROBLEM-COUNT PIC 9(3).
           05 WSR-SHEET-COUNT PIC 9(2).
           05 WSR-DATE PIC 9(8).
           05 WSR-CLASS PIC X(8).
           05 WSR-FOCUS-COUNT PIC 9.
           05 WSR-FOCUS OCCURS 5 TIMES.
               10 WSR-FOCUS-A PIC 9(2).
               10 WSR-FOCUS-B PIC 9(2).

       FD  GRADE_FILE.
       01  GRADE-RECORD.
           05 GBK-TYPE PIC X.
               88 GBK-RESULT VALUE "R".
               88 GBK-QUESTION VALUE "Q".
           05 GBK-CLASS PIC X(8).
           05 GBK-PUPIL PIC X(20).
           05 GBK-DATE PIC 9(8).
           05 GBK-SEED PIC 9(4).
           05 GBK-SHEET PIC 9(2).
           05 GBK-BODY PIC X(13).
           05 GBK-RESULT-BODY REDEFINES GBK-BODY.
               10 GBK-SCORE PIC 9(3).
               10 GBK-COUNT PIC 9(3).
               10 FILLER PIC X(7).
           05 GBK-QUESTION-BODY REDEFINES GBK-BODY.
               10 GBK-PROBLEM PIC 9(3).
               10 GBK-FACT-A PIC 9(2).
               10 GBK-FACT-B PIC 9(2).
               10 GBK-GIVEN PIC X(5).
               10 GBK-OK PIC X.

       WORKING-STORAGE SECTION.
       01  WS-SHEET-FILENAME PIC X(60).
       01  WS-SHEET-FILE-STATUS PIC XX.
       01  WS-ANSWER-DISPLAY PIC ZZZ9.
       01  WS-BUILT-LINE PIC X(80).

       01  WS-MODE PIC X.
       01  WS-RUN-FILE-STATUS PIC XX.
       01  WS-GRADE-FILE-STATUS PIC XX.
       01  WS-FILE-END PIC 9.
       01  WS-TODAY PIC 9(8).
       01  WS-CLASS PIC X(8).
       01  WS-PUPIL PIC X(20).
       01  WS-WANTED-SHEET PIC 9(2).
       01  WS-RUN-FOUND PIC X.
           88 RUN-WAS-FOUND VALUE "Y".
       01  WS-ANSWER-INPUT PIC X(5).
       01  WS-SCORE PIC 9(3).
       01  WS-PERCENT PIC 9(3).
       01  WS-PERCENT-DISPLAY PIC ZZ9.
       01  WS-DRAW PIC 9(3).
       01  WS-FX PIC 9.

      * The facts a run aims at, most missed first.
       01  WS-FOCUS-COUNT PIC 9 VALUE 0.
       01  WS-FOCUS-TABLE.
           05 WS-FOCUS OCCURS 5 TIMES.
               10 WS-FOCUS-A PIC 9(2).
               10 WS-FOCUS-B PIC 9(2).

      * A class's answers, fact by fact : the smaller factor first,
      * so 7 X 8 and 8 X 7 land on the same cell.
       01  WS-FACT-GRID.
           05 WS-FACT-ROW OCCURS 99 TIMES.
               10 WS-FACT-CELL OCCURS 99 TIMES.
                   15 WS-FACT-ASKED PIC 9(5).
                   15 WS-FACT-MISSED PIC 9(5).
       01  WS-FA PIC 9(3).
       01  WS-FB PIC 9(3).
       01  WS-BEST-A PIC 9(2).
       01  WS-BEST-B PIC 9(2).
       01  WS-BEST-MISSED PIC 9(5).
       01  WS-RANK PIC 9(2).
       01  WS-RANK-LIMIT PIC 9(2).
       01  WS-FACT-ONLY-IN-RANGE PIC X.
           88 FACTS-IN-RANGE-ONLY VALUE "Y".
       01  WS-COUNT-DISPLAY PIC ZZZZ9.
       01  WS-COUNT-DISPLAY-2 PIC ZZZZ9.

      * The class's marked sheets, in the order they were marked.
       01  WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 1000 TIMES.
               10 WS-RES-PUPIL PIC X(20).
               10 WS-RES-DATE PIC 9(8).
               10 WS-RES-SEED PIC 9(4).
               10 WS-RES-SHEET PIC 9(2).
               10 WS-RES-SCORE PIC 9(3).
               10 WS-RES-COUNT PIC 9(3).
       01  WS-RESULT-TALLY PIC 9(4) VALUE 0.
       01  WS-PUPIL-TABLE.
           05 WS-PUPIL-NAME PIC X(20) OCCURS 100 TIMES.
       01  WS-PUPIL-TALLY PIC 9(3) VALUE 0.
       01  WS-UX PIC 9(3).
       01  WS-RX PIC 9(4).
       01  WS-PUPIL-HIT PIC 9(3).
       01  WS-PUPIL-SCORE-SUM PIC 9(7).
       01  WS-PUPIL-ASKED-SUM PIC 9(7).
       01  WS-REPORT-FILENAME PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY "Generer des feuilles (G), corriger une feuille (C)"
               " ou rapport de classe (R) ? ".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN "C"
                   PERFORM MARK-ONE-SHEET
               WHEN "R"
                   PERFORM CLASS-REPORT
               WHEN OTHER
                   PERFORM GENERATE-WORKSHEETS
           END-EVALUATE.
           GOBACK.

       GENERATE-WORKSHEETS.
           DISPLAY "Facteur minimum (1-99) : ".
           ACCEPT WS-RANGE-LOW.
           DISPLAY "Facteur maximum (1-99) : ".
           IF WS-SEED = 0
               MOVE FUNCTION CURRENT-DATE(14:6) TO WS-SEED
           END-IF.

           MOVE 0 TO WS-FOCUS-COUNT.
           DISPLAY "Classe dont cibler les tables mal sues "
               "(vide = aucune) : ".
           ACCEPT WS-CLASS.
           MOVE FUNCTION UPPER-CASE(WS-CLASS) TO WS-CLASS.
           IF WS-CLASS NOT = SPACES
               PERFORM PICK-FOCUS-FACTS
           END-IF.

           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-SEED) * 100.
           DISPLAY "GRAINE UTILISEE : " WS-SEED.
           PERFORM LOG-WORKSHEET-RUN.

           COMPUTE WS-RANGE-SPAN =
               WS-RANGE-HIGH - WS-RANGE-LOW + 1.
               PERFORM PRINT-ONE-KEY
           END-PERFORM.
           DISPLAY "FEUILLES GENEREES : " WS-SHEET-COUNT.

       GENERATE-ONE-SHEET.
      * With facts to aim at, a first draw decides whether the
      * problem is one of them ; marking replays the same draws.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROBLEM-COUNT
               MOVE 99 TO WS-DRAW
               IF WS-FOCUS-COUNT > 0
                   COMPUTE WS-DRAW = FUNCTION RANDOM * 100
               END-IF
               IF WS-DRAW < 50
                   COMPUTE WS-FX = 1 + FUNCTION RANDOM * WS-FOCUS-COUNT
                   IF WS-FX > WS-FOCUS-COUNT
                       MOVE WS-FOCUS-COUNT TO WS-FX
                   END-IF
                   MOVE WS-FOCUS-A(WS-FX) TO WS-PRB-FACT-A(WS-PX)
                   MOVE WS-FOCUS-B(WS-FX) TO WS-PRB-FACT-B(WS-PX)
               ELSE
                   PERFORM PICK-RANDOM-FACTOR
                   MOVE WS-RANDOM-WORK TO WS-PRB-FACT-A(WS-PX)
                   PERFORM PICK-RANDOM-FACTOR
                   MOVE WS-RANDOM-WORK TO WS-PRB-FACT-B(WS-PX)
               END-IF
               COMPUTE WS-PRB-ANSWER(WS-PX) =
                   WS-PRB-FACT-A(WS-PX) * WS-PRB-FACT-B(WS-PX)
           END-PERFORM.
               DELIMITED BY SIZE INTO WS-BUILT-LINE.
           MOVE WS-BUILT-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           IF WS-FOCUS-COUNT > 0
               PERFORM BUILD-FOCUS-LINE
               MOVE WS-BUILT-LINE TO SHEET-LINE
               WRITE SHEET-LINE
           END-IF.
           MOVE "NOM : ............  DATE : ............" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
               DELIMITED BY SIZE INTO WS-BUILT-LINE.
           MOVE WS-BUILT-LINE TO KEY-LINE.
           WRITE KEY-LINE.
           IF WS-FOCUS-COUNT > 0
               PERFORM BUILD-FOCUS-LINE
               MOVE WS-BUILT-LINE TO KEY-LINE
               WRITE KEY-LINE
           END-IF.
           MOVE "==============================================" TO
               KEY-LINE.
           WRITE KEY-LINE.
           STRING WS-NO-DISPLAY ".  " WS-FACT-DISPLAY
               " X " WS-FACT-DISPLAY-2 " = " WS-ANSWER-DISPLAY
               DELIMITED BY SIZE INTO WS-BUILT-LINE.

       BUILD-FOCUS-LINE.
           MOVE SPACES TO WS-BUILT-LINE
           MOVE "TABLES CIBLEES :" TO WS-BUILT-LINE
           MOVE 18 TO WS-RANK
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FOCUS-COUNT
               MOVE WS-FOCUS-A(WS-FX) TO WS-FACT-DISPLAY
               MOVE WS-FOCUS-B(WS-FX) TO WS-FACT-DISPLAY-2
               STRING WS-FACT-DISPLAY " X " WS-FACT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO WS-BUILT-LINE(WS-RANK:7)
               ADD 9 TO WS-RANK
           END-PERFORM.

       LOG-WORKSHEET-RUN.
      * The run is what marking needs to generate a sheet again.
           MOVE WS-SEED TO WSR-SEED
           MOVE WS-RANGE-LOW TO WSR-RANGE-LOW
           MOVE WS-RANGE-HIGH TO WSR-RANGE-HIGH
           MOVE WS-PROBLEM-COUNT TO WSR-PROBLEM-COUNT
           MOVE WS-SHEET-COUNT TO WSR-SHEET-COUNT
           MOVE WS-TODAY TO WSR-DATE
           MOVE WS-CLASS TO WSR-CLASS
           MOVE WS-FOCUS-COUNT TO WSR-FOCUS-COUNT
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               IF WS-FX > WS-FOCUS-COUNT
                   MOVE 0 TO WSR-FOCUS-A(WS-FX) WSR-FOCUS-B(WS-FX)
               ELSE
                   MOVE WS-FOCUS-A(WS-FX) TO WSR-FOCUS-A(WS-FX)
                   MOVE WS-FOCUS-B(WS-FX) TO WSR-FOCUS-B(WS-FX)
               END-IF
           END-PERFORM
           OPEN EXTEND RUN_FILE
           IF WS-RUN-FILE-STATUS = "35"
               OPEN OUTPUT RUN_FILE
           END-IF
           IF WS-RUN-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : worksheet_runs.txt NON ECRIT - "
                   "STATUS " WS-RUN-FILE-STATUS
           ELSE
               WRITE RUN-RECORD
               CLOSE RUN_FILE
           END-IF.

       PICK-FOCUS-FACTS.
      * The class's most missed facts whose two factors lie in the
      * range asked for, five at most.
           MOVE "Y" TO WS-FACT-ONLY-IN-RANGE
           PERFORM LOAD-CLASS-GRADES
           MOVE 5 TO WS-RANK-LIMIT
           MOVE 0 TO WS-FOCUS-COUNT
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-LIMIT
               PERFORM FIND-MOST-MISSED
               IF WS-BEST-MISSED = 0
                   MOVE WS-RANK-LIMIT TO WS-RANK
               ELSE
                   ADD 1 TO WS-FOCUS-COUNT
                   MOVE WS-BEST-A TO WS-FOCUS-A(WS-FOCUS-COUNT)
                   MOVE WS-BEST-B TO WS-FOCUS-B(WS-FOCUS-COUNT)
                   MOVE 0 TO WS-FACT-MISSED(WS-BEST-A, WS-BEST-B)
               END-IF
           END-PERFORM
           IF WS-FOCUS-COUNT = 0
               DISPLAY "AUCUNE ERREUR NOTEE POUR " WS-CLASS
                   " DANS CETTE PLAGE - FEUILLES NON CIBLEES"
           ELSE
               PERFORM BUILD-FOCUS-LINE
               DISPLAY WS-BUILT-LINE
           END-IF.

       FIND-MOST-MISSED.
           MOVE 0 TO WS-BEST-MISSED WS-BEST-A WS-BEST-B
           PERFORM VARYING WS-FA FROM 1 BY 1 UNTIL WS-FA > 99
               PERFORM VARYING WS-FB FROM WS-FA BY 1
                       UNTIL WS-FB > 99
                   IF WS-FACT-MISSED(WS-FA, WS-FB) > WS-BEST-MISSED
                       AND (NOT FACTS-IN-RANGE-ONLY
                           OR (WS-FA >= WS-RANGE-LOW
                               AND WS-FB <= WS-RANGE-HIGH))
                       MOVE WS-FACT-MISSED(WS-FA, WS-FB)
                           TO WS-BEST-MISSED
                       MOVE WS-FA TO WS-BEST-A
                       MOVE WS-FB TO WS-BEST-B
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-CLASS-GRADES.
      * One pass over the gradebook for WS-CLASS : the marked sheets
      * into the result table, the answers into the fact grid.
           INITIALIZE WS-FACT-GRID
           MOVE 0 TO WS-RESULT-TALLY
           OPEN INPUT GRADE_FILE
           IF WS-GRADE-FILE-STATUS = "00"
               MOVE 1 TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 0
                   READ GRADE_FILE
                       AT END
                           MOVE 0 TO WS-FILE-END
                       NOT AT END
                           IF GBK-CLASS = WS-CLASS
                               PERFORM LOAD-ONE-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE_FILE
           END-IF.

       LOAD-ONE-GRADE.
           EVALUATE TRUE
               WHEN GBK-RESULT
                   IF WS-RESULT-TALLY < 1000
                       ADD 1 TO WS-RESULT-TALLY
                       MOVE GBK-PUPIL TO WS-RES-PUPIL(WS-RESULT-TALLY)
                       MOVE GBK-DATE TO WS-RES-DATE(WS-RESULT-TALLY)
                       MOVE GBK-SEED TO WS-RES-SEED(WS-RESULT-TALLY)
                       MOVE GBK-SHEET TO WS-RES-SHEET(WS-RESULT-TALLY)
                       MOVE GBK-SCORE TO WS-RES-SCORE(WS-RESULT-TALLY)
                       MOVE GBK-COUNT TO WS-RES-COUNT(WS-RESULT-TALLY)
                   END-IF
               WHEN GBK-QUESTION
                   IF GBK-FACT-A > 0 AND GBK-FACT-B > 0
                       IF GBK-FACT-A > GBK-FACT-B
                           MOVE GBK-FACT-B TO WS-FA
                           MOVE GBK-FACT-A TO WS-FB
                       ELSE
                           MOVE GBK-FACT-A TO WS-FA
                           MOVE GBK-FACT-B TO WS-FB
                       END-IF
                       ADD 1 TO WS-FACT-ASKED(WS-FA, WS-FB)
                       IF GBK-OK NOT = "O"
                           ADD 1 TO WS-FACT-MISSED(WS-FA, WS-FB)
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-WORKSHEET-RUN.
      * The last run logged under the seed ; a sheet from before the
      * log is described by hand.
           MOVE "N" TO WS-RUN-FOUND
           OPEN INPUT RUN_FILE
           IF WS-RUN-FILE-STATUS = "00"
               MOVE 1 TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = 0
                   READ RUN_FILE
                       AT END
                           MOVE 0 TO WS-FILE-END
                       NOT AT END
                           IF WSR-SEED = WS-SEED
                               PERFORM TAKE-WORKSHEET-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN_FILE
           END-IF.

       TAKE-WORKSHEET-RUN.
           MOVE "Y" TO WS-RUN-FOUND
           MOVE WSR-RANGE-LOW TO WS-RANGE-LOW
           MOVE WSR-RANGE-HIGH TO WS-RANGE-HIGH
           MOVE WSR-PROBLEM-COUNT TO WS-PROBLEM-COUNT
           MOVE WSR-SHEET-COUNT TO WS-SHEET-COUNT
           MOVE WSR-FOCUS-COUNT TO WS-FOCUS-COUNT
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE WSR-FOCUS-A(WS-FX) TO WS-FOCUS-A(WS-FX)
               MOVE WSR-FOCUS-B(WS-FX) TO WS-FOCUS-B(WS-FX)
           END-PERFORM.

       MARK-ONE-SHEET.
           DISPLAY "Graine imprimee sur la feuille : ".
           ACCEPT WS-SEED.
           DISPLAY "Numero de la feuille : ".
           ACCEPT WS-WANTED-SHEET.
           IF WS-SEED = 0 OR WS-WANTED-SHEET = 0
               DISPLAY "ERREUR : GRAINE OU FEUILLE INVALIDE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-WORKSHEET-RUN.
           IF NOT RUN-WAS-FOUND
               DISPLAY "GRAINE " WS-SEED " ABSENTE DU JOURNAL - "
                   "DECRIRE LA FEUILLE"
               MOVE 0 TO WS-FOCUS-COUNT
               MOVE 99 TO WS-SHEET-COUNT
               DISPLAY "Facteur minimum (1-99) : "
               ACCEPT WS-RANGE-LOW
               DISPLAY "Facteur maximum (1-99) : "
               ACCEPT WS-RANGE-HIGH
               DISPLAY "Problemes par feuille (1-100) : "
               ACCEPT WS-PROBLEM-COUNT
               IF WS-RANGE-LOW = 0 OR WS-RANGE-HIGH = 0
                   OR WS-RANGE-LOW > WS-RANGE-HIGH
                   OR WS-PROBLEM-COUNT = 0 OR WS-PROBLEM-COUNT > 100
                   DISPLAY "ERREUR : FEUILLE MAL DECRITE"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-WANTED-SHEET > WS-SHEET-COUNT
               DISPLAY "ERREUR : LA SERIE N'A QUE " WS-SHEET-COUNT
                   " FEUILLES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * The same draws as the run : sheets 1 to n in turn.
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-SEED) * 100.
           COMPUTE WS-RANGE-SPAN =
               WS-RANGE-HIGH - WS-RANGE-LOW + 1.
           PERFORM VARYING WS-SHEET-NO FROM 1 BY 1
                   UNTIL WS-SHEET-NO > WS-WANTED-SHEET
               PERFORM GENERATE-ONE-SHEET
           END-PERFORM.

           MOVE SPACES TO WS-CLASS WS-PUPIL.
           PERFORM UNTIL WS-CLASS NOT = SPACES
               DISPLAY "Classe : "
               ACCEPT WS-CLASS
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-CLASS) TO WS-CLASS.
           PERFORM UNTIL WS-PUPIL NOT = SPACES
               DISPLAY "Eleve : "
               ACCEPT WS-PUPIL
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-PUPIL) TO WS-PUPIL.

           OPEN EXTEND GRADE_FILE.
           IF WS-GRADE-FILE-STATUS = "35"
               OPEN OUTPUT GRADE_FILE
           END-IF.
           IF WS-GRADE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE gradebook.txt - STATUS "
                   WS-GRADE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "REPONSES DE L'ELEVE (vide = pas de reponse) :".
           MOVE 0 TO WS-SCORE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PROBLEM-COUNT
               PERFORM MARK-ONE-ANSWER
           END-PERFORM.

           MOVE "R" TO GBK-TYPE.
           PERFORM FILL-GRADE-KEY.
           MOVE SPACES TO GBK-BODY.
           MOVE WS-SCORE TO GBK-SCORE.
           MOVE WS-PROBLEM-COUNT TO GBK-COUNT.
           WRITE GRADE-RECORD.
           CLOSE GRADE_FILE.

           COMPUTE WS-PERCENT ROUNDED =
               WS-SCORE * 100 / WS-PROBLEM-COUNT.
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY.
           DISPLAY "NOTE : " WS-SCORE " / " WS-PROBLEM-COUNT
               " (" WS-PERCENT-DISPLAY " %) - ENREGISTREE POUR "
               FUNCTION TRIM(WS-PUPIL) ", " FUNCTION TRIM(WS-CLASS).

       MARK-ONE-ANSWER.
           MOVE WS-PX TO WS-NO-DISPLAY
           MOVE WS-PRB-FACT-A(WS-PX) TO WS-FACT-DISPLAY
           MOVE WS-PRB-FACT-B(WS-PX) TO WS-FACT-DISPLAY-2
           DISPLAY WS-NO-DISPLAY ".  " WS-FACT-DISPLAY " X "
               WS-FACT-DISPLAY-2 " = "
           MOVE SPACES TO WS-ANSWER-INPUT
           ACCEPT WS-ANSWER-INPUT
           MOVE "Q" TO GBK-TYPE
           PERFORM FILL-GRADE-KEY
           MOVE SPACES TO GBK-BODY
           MOVE WS-PX TO GBK-PROBLEM
           MOVE WS-PRB-FACT-A(WS-PX) TO GBK-FACT-A
           MOVE WS-PRB-FACT-B(WS-PX) TO GBK-FACT-B
           MOVE WS-ANSWER-INPUT TO GBK-GIVEN
           MOVE "N" TO GBK-OK
           IF WS-ANSWER-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ANSWER-INPUT) = 0
               IF FUNCTION NUMVAL(WS-ANSWER-INPUT)
                       = WS-PRB-ANSWER(WS-PX)
                   MOVE "O" TO GBK-OK
                   ADD 1 TO WS-SCORE
               END-IF
           END-IF
           IF GBK-OK NOT = "O"
               MOVE WS-PRB-ANSWER(WS-PX) TO WS-ANSWER-DISPLAY
               IF WS-ANSWER-INPUT = SPACES
                   DISPLAY "    ERREUR PROBLEME " WS-NO-DISPLAY
                       " : PAS DE REPONSE - ATTENDU "
                       WS-ANSWER-DISPLAY
               ELSE
                   DISPLAY "    ERREUR PROBLEME " WS-NO-DISPLAY
                       " : " FUNCTION TRIM(WS-ANSWER-INPUT)
                       " - ATTENDU " WS-ANSWER-DISPLAY
               END-IF
           END-IF
           WRITE GRADE-RECORD.

       FILL-GRADE-KEY.
           MOVE WS-CLASS TO GBK-CLASS
           MOVE WS-PUPIL TO GBK-PUPIL
           MOVE WS-TODAY TO GBK-DATE
           MOVE WS-SEED TO GBK-SEED
           MOVE WS-WANTED-SHEET TO GBK-SHEET.

       CLASS-REPORT.
           MOVE SPACES TO WS-CLASS.
           DISPLAY "Classe : ".
           ACCEPT WS-CLASS.
           MOVE FUNCTION UPPER-CASE(WS-CLASS) TO WS-CLASS.
           MOVE "N" TO WS-FACT-ONLY-IN-RANGE.
           PERFORM LOAD-CLASS-GRADES.
           IF WS-RESULT-TALLY = 0
               DISPLAY "AUCUNE FEUILLE CORRIGEE POUR LA CLASSE "
                   WS-CLASS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "classe_" FUNCTION TRIM(WS-CLASS) ".prt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME.
           MOVE WS-REPORT-FILENAME TO WS-SHEET-FILENAME.
           OPEN OUTPUT SHEET_FILE.
           IF WS-SHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-SHEET-FILENAME
                   " - STATUS " WS-SHEET-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "==============================================" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO WS-BUILT-LINE.
           STRING "TABLES DE MULTIPLICATION - CLASSE " WS-CLASS
               DELIMITED BY SIZE INTO WS-BUILT-LINE.
           MOVE WS-BUILT-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "==============================================" TO
               SHEET-LINE.
           WRITE SHEET-LINE.

      * The pupils in the order they were first marked.
           MOVE 0 TO WS-PUPIL-TALLY.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RESULT-TALLY
               MOVE 0 TO WS-PUPIL-HIT
               PERFORM VARYING WS-UX FROM 1 BY 1
                       UNTIL WS-UX > WS-PUPIL-TALLY
                   IF WS-PUPIL-NAME(WS-UX) = WS-RES-PUPIL(WS-RX)
                       MOVE WS-UX TO WS-PUPIL-HIT
                   END-IF
               END-PERFORM
               IF WS-PUPIL-HIT = 0 AND WS-PUPIL-TALLY < 100
                   ADD 1 TO WS-PUPIL-TALLY
                   MOVE WS-RES-PUPIL(WS-RX)
                       TO WS-PUPIL-NAME(WS-PUPIL-TALLY)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-UX FROM 1 BY 1
                   UNTIL WS-UX > WS-PUPIL-TALLY
               PERFORM PRINT-PUPIL-HISTORY
           END-PERFORM.

           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "TABLES LES PLUS SOUVENT FAUSSES (FAUX / POSES)" TO
               SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE 10 TO WS-RANK-LIMIT.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-LIMIT
               PERFORM FIND-MOST-MISSED
               IF WS-BEST-MISSED = 0
                   MOVE WS-RANK-LIMIT TO WS-RANK
               ELSE
                   PERFORM PRINT-MISSED-FACT
                   MOVE 0 TO WS-FACT-MISSED(WS-BEST-A, WS-BEST-B)
               END-IF
           END-PERFORM.
           CLOSE SHEET_FILE.
           DISPLAY "RAPPORT ECRIT : " WS-SHEET-FILENAME.

       PRINT-PUPIL-HISTORY.
           MOVE SPACES TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE WS-PUPIL-NAME(WS-UX) TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE 0 TO WS-PUPIL-SCORE-SUM WS-PUPIL-ASKED-SUM
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RESULT-TALLY
               IF WS-RES-PUPIL(WS-RX) = WS-PUPIL-NAME(WS-UX)
                   ADD WS-RES-SCORE(WS-RX) TO WS-PUPIL-SCORE-SUM
                   ADD WS-RES-COUNT(WS-RX) TO WS-PUPIL-ASKED-SUM
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-RES-SCORE(WS-RX) * 100 / WS-RES-COUNT(WS-RX)
                   MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
                   MOVE SPACES TO WS-BUILT-LINE
                   STRING "  " WS-RES-DATE(WS-RX)(7:2) "/"
                       WS-RES-DATE(WS-RX)(5:2) "/"
                       WS-RES-DATE(WS-RX)(1:4)
                       "  GRAINE " WS-RES-SEED(WS-RX)
                       " FEUILLE " WS-RES-SHEET(WS-RX)
                       "  " WS-RES-SCORE(WS-RX) " / "
                       WS-RES-COUNT(WS-RX) "  " WS-PERCENT-DISPLAY " %"
                       DELIMITED BY SIZE INTO WS-BUILT-LINE
                   MOVE WS-BUILT-LINE TO SHEET-LINE
                   WRITE SHEET-LINE
               END-IF
           END-PERFORM
           IF WS-PUPIL-ASKED-SUM > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-PUPIL-SCORE-SUM * 100 / WS-PUPIL-ASKED-SUM
               MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
               MOVE SPACES TO WS-BUILT-LINE
               STRING "  MOYENNE : " WS-PERCENT-DISPLAY " %"
                   DELIMITED BY SIZE INTO WS-BUILT-LINE
               MOVE WS-BUILT-LINE TO SHEET-LINE
               WRITE SHEET-LINE
           END-IF.

       PRINT-MISSED-FACT.
           MOVE WS-BEST-A TO WS-FACT-DISPLAY
           MOVE WS-BEST-B TO WS-FACT-DISPLAY-2
           MOVE WS-BEST-MISSED TO WS-COUNT-DISPLAY
           MOVE WS-FACT-ASKED(WS-BEST-A, WS-BEST-B)
               TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-BUILT-LINE
           STRING "  " WS-FACT-DISPLAY " X " WS-FACT-DISPLAY-2
               "  " WS-COUNT-DISPLAY " / " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-BUILT-LINE
           MOVE WS-BUILT-LINE TO SHEET-LINE
           WRITE SHEET-LINE.
