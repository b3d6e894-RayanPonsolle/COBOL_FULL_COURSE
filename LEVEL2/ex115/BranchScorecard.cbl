      ******************************************************************
      * Name : BranchScorecard.cbl
      * Author: RayanPonsolle
      * Monthly branch scorecard over branch_history.txt, the figures
      * every consolidation run appends per branch (BRHISREC.cpy).
      * For the month asked and the month before, each branch gets :
      *   lines sent, merged, duplicates, near-duplicates (held in
      *   suspense), VILLE rejects and field rejects ;
      *   the reject rate - VILLE and field rejects over lines sent ;
      *   deliveries due (on their day plus MANQUANT), on their day,
      *   off their day, MANQUANT, and late - an off-day delivery
      *   that follows a MANQUANT of the same branch ;
      *   the punctuality rate - due deliveries made on their day
      *   over deliveries due (100 when none was due).
      * The branches are ranked on each rate, the best first, with
      * the movement against their rank the month before (+n up,
      * -n down, = unchanged, NOUV for a branch with no figures the
      * month before). Ties share a rank.
      * The ranking prints to scorecard.prt (PRINT_FILE) ; each
      * branch's own page goes to <code>.sco, alone in its file, so
      * it can be sent to that office without the others' figures.
      * Branch names come from branches.dat when it is there.
      * The month is SCORE_MONTH (AAAAMM) from the environment, or
      * asked for ; blank means the month before the business date.
      * RETURN-CODE 0, 4 no figures for the month, 12 bad month or
      * file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchScorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "branch_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT BRANCH_MASTER ASSIGN TO WS-BRANCH-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRA-CODE
           FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT OFFICE_FILE ASSIGN TO WS-OFFICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY_FILE.
           COPY BRHISREC.

       FD  BRANCH_MASTER.
           COPY BRANCHREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  OFFICE_FILE.
       01  OFFICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-BRANCH-MASTER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OFFICE-FILE-STATUS PIC XX.
       01  WS-BRANCH-MASTER-NAME PIC X(60) VALUE "branches.dat".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "scorecard.prt".
       01  WS-OFFICE-FILENAME PIC X(60).
       01  WS-CODE-LOWER PIC X(8).
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-ENV-MONTH PIC X(6).
       01  WS-MONTH-INPUT PIC X(6).
       01  WS-MONTH PIC 9(6).
       01  WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01  WS-PREV-MONTH PIC 9(6).
       01  WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
           05 WS-PREV-YYYY PIC 9(4).
           05 WS-PREV-MM PIC 9(2).
       01  WS-LINE-MONTH PIC 9(6).
       01  WS-PX PIC 9.
       01  WS-MONTH-LINES PIC 9(6) VALUE 0.
       01  WS-LOST-LINES PIC 9(6) VALUE 0.

      * One entry per branch met in the history ; period 1 is the
      * month scored, period 2 the month before.
       01  WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 50 TIMES.
               10 WS-SC-BRANCH PIC X(8).
               10 WS-SC-NOM PIC X(20).
               10 WS-SC-LAST-MISSING PIC X.
               10 WS-SC-PERIOD OCCURS 2 TIMES.
                   15 WS-SC-RUNS PIC 9(4).
                   15 WS-SC-READ PIC 9(7).
                   15 WS-SC-MERGED PIC 9(7).
                   15 WS-SC-DUP PIC 9(7).
                   15 WS-SC-SUSPECT PIC 9(7).
                   15 WS-SC-VILLE PIC 9(7).
                   15 WS-SC-INVALID PIC 9(7).
                   15 WS-SC-ON-TIME PIC 9(4).
                   15 WS-SC-OFF-DAY PIC 9(4).
                   15 WS-SC-MISSING PIC 9(4).
                   15 WS-SC-LATE PIC 9(4).
                   15 WS-SC-REJECT-RATE PIC 9(3)V9.
                   15 WS-SC-PUNCT-RATE PIC 9(3)V9.
                   15 WS-SC-REJECT-RANK PIC 9(2).
                   15 WS-SC-PUNCT-RANK PIC 9(2).
       01  WS-SC-TALLY PIC 9(2) VALUE 0.
       01  WS-SX PIC 9(2).
       01  WS-SY PIC 9(2).
       01  WS-SC-FOUND PIC 9(2).
       01  WS-RK PIC 9(2).
       01  WS-RANKED-COUNT PIC 9(2).
       01  WS-DUE PIC 9(5).
       01  WS-REJECTS PIC 9(7).
       01  WS-PREV-RANK PIC 9(2).
       01  WS-MOVE-DIFF PIC S9(2).
       01  WS-MOVE-NUM PIC Z9.
       01  WS-MOVE-TEXT PIC X(4).
       01  WS-RATE-DISPLAY PIC ZZ9.9.
       01  WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01  WS-SMALL-DISPLAY PIC ZZZ9.
       01  WS-RANK-DISPLAY PIC Z9.
       01  WS-OFFICE-COUNT PIC 9(2) VALUE 0.
       01  WS-METRIC-LABEL PIC X(30).
       01  WS-METRIC-CUR PIC 9(7).
       01  WS-METRIC-PREV PIC 9(7).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "SCORE_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT-VALUE.
           IF WS-ENV-MONTH NOT = SPACES
               MOVE WS-ENV-MONTH TO WS-MONTH-INPUT
           ELSE
               DISPLAY "Mois a noter (AAAAMM, vide = mois "
                   "precedent) : "
               ACCEPT WS-MONTH-INPUT
           END-IF.
           IF WS-MONTH-INPUT = SPACES
               CALL "BusinessDate" USING WS-BUSINESS-DATE
               END-CALL
               MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-PREV-MONTH TO WS-MONTH
           ELSE
               IF WS-MONTH-INPUT IS NOT NUMERIC
                   DISPLAY "MOIS INVALIDE : " WS-MONTH-INPUT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-INPUT TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "MOIS INVALIDE : " WS-MONTH-INPUT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM STEP-BACK-ONE-MONTH.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "scorecard.prt" TO WS-PRINT-FILENAME
           END-IF.

           INITIALIZE WS-SC-TABLE.
           PERFORM TALLY-HISTORY.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               AND WS-HISTORY-FILE-STATUS NOT = "35"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BRANCH-NAMES.

           MOVE 1 TO WS-PX.
           PERFORM COMPUTE-RATES-AND-RANKS.
           MOVE 2 TO WS-PX.
           PERFORM COMPUTE-RATES-AND-RANKS.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-HEADING.
           PERFORM PRINT-REJECT-RANKING.
           PERFORM PRINT-PUNCTUALITY-RANKING.
           CLOSE PRINT_FILE.

           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SC-TALLY
               IF WS-SC-RUNS(WS-SX, 1) > 0
                   PERFORM WRITE-OFFICE-PAGE
               END-IF
           END-PERFORM.

           IF WS-LOST-LINES > 0
               DISPLAY "AVERTISSEMENT : TABLE DES SUCCURSALES PLEINE, "
                   WS-LOST-LINES " LIGNE(S) NON PRISES"
           END-IF.
           DISPLAY "TABLEAU DE BORD SUCCURSALES " WS-MONTH " : "
               WS-OFFICE-COUNT " SUCCURSALE(S) - VOIR "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-MONTH-LINES = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       STEP-BACK-ONE-MONTH.
           MOVE WS-MONTH TO WS-PREV-MONTH
           IF WS-PREV-MM = 1
               SUBTRACT 1 FROM WS-PREV-YYYY
               MOVE 12 TO WS-PREV-MM
           ELSE
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF.

       TALLY-HISTORY.
      * The whole history is read in order up to the month scored,
      * so a MANQUANT at the end of one month still makes the
      * catch-up delivery at the start of the next one late.
           OPEN INPUT HISTORY_FILE
           EVALUATE WS-HISTORY-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ HISTORY_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               IF BHS-RUN-DATE IS NUMERIC
                                   MOVE BHS-RUN-DATE(1:6)
                                       TO WS-LINE-MONTH
                                   IF WS-LINE-MONTH <= WS-MONTH
                                       PERFORM TALLY-ONE-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY_FILE
               WHEN "35"
                   DISPLAY "AUCUN HISTORIQUE branch_history.txt"
               WHEN OTHER
                   DISPLAY "ERREUR OUVERTURE branch_history.txt - "
                       "STATUS " WS-HISTORY-FILE-STATUS
           END-EVALUATE.

       TALLY-ONE-LINE.
           PERFORM FIND-BRANCH
           IF WS-SC-FOUND = 0
               ADD 1 TO WS-LOST-LINES
           ELSE
               MOVE 0 TO WS-PX
               IF WS-LINE-MONTH = WS-MONTH
                   MOVE 1 TO WS-PX
                   ADD 1 TO WS-MONTH-LINES
               END-IF
               IF WS-LINE-MONTH = WS-PREV-MONTH
                   MOVE 2 TO WS-PX
               END-IF
               IF WS-PX > 0
                   PERFORM ADD-LINE-TO-PERIOD
               END-IF
               IF BHS-MISSING
                   MOVE "Y" TO WS-SC-LAST-MISSING(WS-SC-FOUND)
               ELSE
                   MOVE "N" TO WS-SC-LAST-MISSING(WS-SC-FOUND)
               END-IF
           END-IF.

       ADD-LINE-TO-PERIOD.
           ADD 1 TO WS-SC-RUNS(WS-SC-FOUND, WS-PX)
           ADD BHS-READ TO WS-SC-READ(WS-SC-FOUND, WS-PX)
           ADD BHS-MERGED TO WS-SC-MERGED(WS-SC-FOUND, WS-PX)
           ADD BHS-DUP TO WS-SC-DUP(WS-SC-FOUND, WS-PX)
           ADD BHS-SUSPECT TO WS-SC-SUSPECT(WS-SC-FOUND, WS-PX)
           ADD BHS-VILLE TO WS-SC-VILLE(WS-SC-FOUND, WS-PX)
           ADD BHS-INVALID TO WS-SC-INVALID(WS-SC-FOUND, WS-PX)
           EVALUATE TRUE
               WHEN BHS-ON-TIME
                   ADD 1 TO WS-SC-ON-TIME(WS-SC-FOUND, WS-PX)
               WHEN BHS-OFF-DAY
                   ADD 1 TO WS-SC-OFF-DAY(WS-SC-FOUND, WS-PX)
                   IF WS-SC-LAST-MISSING(WS-SC-FOUND) = "Y"
                       ADD 1 TO WS-SC-LATE(WS-SC-FOUND, WS-PX)
                   END-IF
               WHEN BHS-MISSING
                   ADD 1 TO WS-SC-MISSING(WS-SC-FOUND, WS-PX)
           END-EVALUATE.

       FIND-BRANCH.
           MOVE 0 TO WS-SC-FOUND
           PERFORM VARYING WS-SY FROM 1 BY 1
                   UNTIL WS-SY > WS-SC-TALLY OR WS-SC-FOUND > 0
               IF WS-SC-BRANCH(WS-SY) = BHS-BRANCH
                   MOVE WS-SY TO WS-SC-FOUND
               END-IF
           END-PERFORM
           IF WS-SC-FOUND = 0 AND WS-SC-TALLY < 50
               ADD 1 TO WS-SC-TALLY
               MOVE BHS-BRANCH TO WS-SC-BRANCH(WS-SC-TALLY)
               MOVE "N" TO WS-SC-LAST-MISSING(WS-SC-TALLY)
               MOVE WS-SC-TALLY TO WS-SC-FOUND
           END-IF.

       LOAD-BRANCH-NAMES.
      * branches.dat is optional ; without it the code stands alone.
           OPEN INPUT BRANCH_MASTER
           IF WS-BRANCH-MASTER-STATUS = "00"
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SC-TALLY
                   MOVE WS-SC-BRANCH(WS-SX) TO BRA-CODE
                   READ BRANCH_MASTER
                       KEY IS BRA-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BRA-NOM TO WS-SC-NOM(WS-SX)
                   END-READ
               END-PERFORM
               CLOSE BRANCH_MASTER
           END-IF.

       COMPUTE-RATES-AND-RANKS.
      * Rates first, then each branch's rank : one more than the
      * number of branches of the same period doing strictly better.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SC-TALLY
               COMPUTE WS-REJECTS = WS-SC-VILLE(WS-SX, WS-PX)
                   + WS-SC-INVALID(WS-SX, WS-PX)
               IF WS-SC-READ(WS-SX, WS-PX) > 0
                   COMPUTE WS-SC-REJECT-RATE(WS-SX, WS-PX) ROUNDED =
                       WS-REJECTS * 100 / WS-SC-READ(WS-SX, WS-PX)
               ELSE
                   MOVE 0 TO WS-SC-REJECT-RATE(WS-SX, WS-PX)
               END-IF
               COMPUTE WS-DUE = WS-SC-ON-TIME(WS-SX, WS-PX)
                   + WS-SC-MISSING(WS-SX, WS-PX)
               IF WS-DUE > 0
                   COMPUTE WS-SC-PUNCT-RATE(WS-SX, WS-PX) ROUNDED =
                       WS-SC-ON-TIME(WS-SX, WS-PX) * 100 / WS-DUE
               ELSE
                   MOVE 100 TO WS-SC-PUNCT-RATE(WS-SX, WS-PX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SC-TALLY
               MOVE 0 TO WS-SC-REJECT-RANK(WS-SX, WS-PX)
               MOVE 0 TO WS-SC-PUNCT-RANK(WS-SX, WS-PX)
               IF WS-SC-RUNS(WS-SX, WS-PX) > 0
                   MOVE 1 TO WS-SC-REJECT-RANK(WS-SX, WS-PX)
                   MOVE 1 TO WS-SC-PUNCT-RANK(WS-SX, WS-PX)
                   PERFORM VARYING WS-SY FROM 1 BY 1
                           UNTIL WS-SY > WS-SC-TALLY
                       IF WS-SC-RUNS(WS-SY, WS-PX) > 0
                           IF WS-SC-REJECT-RATE(WS-SY, WS-PX)
                               < WS-SC-REJECT-RATE(WS-SX, WS-PX)
                               ADD 1 TO WS-SC-REJECT-RANK(WS-SX, WS-PX)
                           END-IF
                           IF WS-SC-PUNCT-RATE(WS-SY, WS-PX)
                               > WS-SC-PUNCT-RATE(WS-SX, WS-PX)
                               ADD 1 TO WS-SC-PUNCT-RANK(WS-SX, WS-PX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SET-MOVE-TEXT.
      * WS-MOVE-DIFF holds the previous rank minus the current one ;
      * WS-PREV-RANK is 0 when the branch had no figures the month
      * before.
           MOVE SPACES TO WS-MOVE-TEXT
           EVALUATE TRUE
               WHEN WS-PREV-RANK = 0
                   MOVE "NOUV" TO WS-MOVE-TEXT
               WHEN WS-MOVE-DIFF = 0
                   MOVE "=" TO WS-MOVE-TEXT
               WHEN WS-MOVE-DIFF > 0
                   MOVE WS-MOVE-DIFF TO WS-MOVE-NUM
                   STRING "+" FUNCTION TRIM(WS-MOVE-NUM)
                       DELIMITED BY SIZE INTO WS-MOVE-TEXT
               WHEN OTHER
                   COMPUTE WS-MOVE-NUM = 0 - WS-MOVE-DIFF
                   STRING "-" FUNCTION TRIM(WS-MOVE-NUM)
                       DELIMITED BY SIZE INTO WS-MOVE-TEXT
           END-EVALUATE.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "TABLEAU DE BORD DES SUCCURSALES   MOIS " WS-MONTH
               "   (EVOLUTION CONTRE " WS-PREV-MONTH ")"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-RANKED-COUNT
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SC-TALLY
               IF WS-SC-RUNS(WS-SX, 1) > 0
                   ADD 1 TO WS-RANKED-COUNT
               END-IF
           END-PERFORM
           IF WS-RANKED-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "AUCUNE CONSOLIDATION ENREGISTREE CE MOIS-CI."
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-REJECT-RANKING.
           IF WS-RANKED-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "CLASSEMENT SUR LE TAUX DE REJET (VILLES ET "
                   TO PRINT-LINE
               MOVE "CHAMPS REJETES / LIGNES ENVOYEES)"
                   TO PRINT-LINE(44:33)
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RANG  EVOL  SUCCURSALE  NOM                 "
                   "    ENVOYEES  FUSIONNEES  DOUBLONS  QUASI-DBL"
                   "  VILLES  CHAMPS  TAUX %"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-RK FROM 1 BY 1
                       UNTIL WS-RK > WS-SC-TALLY
                   PERFORM VARYING WS-SX FROM 1 BY 1
                           UNTIL WS-SX > WS-SC-TALLY
                       IF WS-SC-RUNS(WS-SX, 1) > 0
                           AND WS-SC-REJECT-RANK(WS-SX, 1) = WS-RK
                           PERFORM PRINT-REJECT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-REJECT-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SC-REJECT-RANK(WS-SX, 1) TO WS-RANK-DISPLAY
           MOVE WS-RANK-DISPLAY TO PRINT-LINE(3:2)
           COMPUTE WS-MOVE-DIFF = WS-SC-REJECT-RANK(WS-SX, 2)
               - WS-SC-REJECT-RANK(WS-SX, 1)
           MOVE WS-SC-REJECT-RANK(WS-SX, 2) TO WS-PREV-RANK
           PERFORM SET-MOVE-TEXT
           MOVE WS-MOVE-TEXT TO PRINT-LINE(7:4)
           MOVE WS-SC-BRANCH(WS-SX) TO PRINT-LINE(13:8)
           MOVE WS-SC-NOM(WS-SX) TO PRINT-LINE(25:20)
           MOVE WS-SC-READ(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(50:7)
           MOVE WS-SC-MERGED(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(62:7)
           MOVE WS-SC-DUP(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(72:7)
           MOVE WS-SC-SUSPECT(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(83:7)
           MOVE WS-SC-VILLE(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(91:7)
           MOVE WS-SC-INVALID(WS-SX, 1) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(99:7)
           MOVE WS-SC-REJECT-RATE(WS-SX, 1) TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO PRINT-LINE(109:5)
           WRITE PRINT-LINE.

       PRINT-PUNCTUALITY-RANKING.
           IF WS-RANKED-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "CLASSEMENT SUR LA PONCTUALITE (LIVRAISONS A "
                   TO PRINT-LINE
               MOVE "LEUR JOUR / LIVRAISONS ATTENDUES)"
                   TO PRINT-LINE(45:33)
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "RANG  EVOL  SUCCURSALE  NOM                 "
                   "   ATTENDUES  A LEUR JOUR  MANQUANTES  EN RETARD"
                   "  HORS JOUR  TAUX %"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-RK FROM 1 BY 1
                       UNTIL WS-RK > WS-SC-TALLY
                   PERFORM VARYING WS-SX FROM 1 BY 1
                           UNTIL WS-SX > WS-SC-TALLY
                       IF WS-SC-RUNS(WS-SX, 1) > 0
                           AND WS-SC-PUNCT-RANK(WS-SX, 1) = WS-RK
                           PERFORM PRINT-PUNCTUALITY-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-PUNCTUALITY-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SC-PUNCT-RANK(WS-SX, 1) TO WS-RANK-DISPLAY
           MOVE WS-RANK-DISPLAY TO PRINT-LINE(3:2)
           COMPUTE WS-MOVE-DIFF = WS-SC-PUNCT-RANK(WS-SX, 2)
               - WS-SC-PUNCT-RANK(WS-SX, 1)
           MOVE WS-SC-PUNCT-RANK(WS-SX, 2) TO WS-PREV-RANK
           PERFORM SET-MOVE-TEXT
           MOVE WS-MOVE-TEXT TO PRINT-LINE(7:4)
           MOVE WS-SC-BRANCH(WS-SX) TO PRINT-LINE(13:8)
           MOVE WS-SC-NOM(WS-SX) TO PRINT-LINE(25:20)
           COMPUTE WS-DUE = WS-SC-ON-TIME(WS-SX, 1)
               + WS-SC-MISSING(WS-SX, 1)
           MOVE WS-DUE TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PRINT-LINE(53:4)
           MOVE WS-SC-ON-TIME(WS-SX, 1) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PRINT-LINE(66:4)
           MOVE WS-SC-MISSING(WS-SX, 1) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PRINT-LINE(78:4)
           MOVE WS-SC-LATE(WS-SX, 1) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PRINT-LINE(89:4)
           MOVE WS-SC-OFF-DAY(WS-SX, 1) TO WS-SMALL-DISPLAY
           MOVE WS-SMALL-DISPLAY TO PRINT-LINE(100:4)
           MOVE WS-SC-PUNCT-RATE(WS-SX, 1) TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO PRINT-LINE(107:5)
           WRITE PRINT-LINE.

       WRITE-OFFICE-PAGE.
      * One file per branch holding its own figures only : this
      * month, the month before, and its two ranks out of the
      * branches scored.
           MOVE FUNCTION LOWER-CASE(WS-SC-BRANCH(WS-SX))
               TO WS-CODE-LOWER
           MOVE SPACES TO WS-OFFICE-FILENAME
           STRING FUNCTION TRIM(WS-CODE-LOWER) ".sco"
               DELIMITED BY SIZE INTO WS-OFFICE-FILENAME
           OPEN OUTPUT OFFICE_FILE
           IF WS-OFFICE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-OFFICE-FILENAME
                   " - STATUS " WS-OFFICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-OFFICE-COUNT
               MOVE SPACES TO OFFICE-LINE
               STRING "TABLEAU DE BORD SUCCURSALE " WS-SC-BRANCH(WS-SX)
                   " " WS-SC-NOM(WS-SX)
                   DELIMITED BY SIZE INTO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE ALL "=" TO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE SPACES TO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE SPACES TO OFFICE-LINE
               STRING "                                  MOIS "
                   WS-MONTH "   MOIS " WS-PREV-MONTH
                   DELIMITED BY SIZE INTO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE "CONSOLIDATIONS" TO WS-METRIC-LABEL
               MOVE WS-SC-RUNS(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-RUNS(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIGNES ENVOYEES" TO WS-METRIC-LABEL
               MOVE WS-SC-READ(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-READ(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIGNES FUSIONNEES" TO WS-METRIC-LABEL
               MOVE WS-SC-MERGED(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-MERGED(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "DOUBLONS" TO WS-METRIC-LABEL
               MOVE WS-SC-DUP(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-DUP(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "QUASI-DOUBLONS MIS EN SUSPENS" TO WS-METRIC-LABEL
               MOVE WS-SC-SUSPECT(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-SUSPECT(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "VILLES REJETEES" TO WS-METRIC-LABEL
               MOVE WS-SC-VILLE(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-VILLE(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIGNES INVALIDES" TO WS-METRIC-LABEL
               MOVE WS-SC-INVALID(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-INVALID(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIVRAISONS A LEUR JOUR" TO WS-METRIC-LABEL
               MOVE WS-SC-ON-TIME(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-ON-TIME(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIVRAISONS MANQUANTES" TO WS-METRIC-LABEL
               MOVE WS-SC-MISSING(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-MISSING(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIVRAISONS EN RETARD" TO WS-METRIC-LABEL
               MOVE WS-SC-LATE(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-LATE(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE "LIVRAISONS HORS JOUR" TO WS-METRIC-LABEL
               MOVE WS-SC-OFF-DAY(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-OFF-DAY(WS-SX, 2) TO WS-METRIC-PREV
               PERFORM WRITE-OFFICE-METRIC
               MOVE SPACES TO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE SPACES TO OFFICE-LINE
               MOVE "TAUX DE REJET %" TO OFFICE-LINE(1:30)
               MOVE WS-SC-REJECT-RATE(WS-SX, 1) TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO OFFICE-LINE(42:5)
               IF WS-SC-RUNS(WS-SX, 2) > 0
                   MOVE WS-SC-REJECT-RATE(WS-SX, 2) TO WS-RATE-DISPLAY
                   MOVE WS-RATE-DISPLAY TO OFFICE-LINE(56:5)
               END-IF
               WRITE OFFICE-LINE
               MOVE SPACES TO OFFICE-LINE
               MOVE "TAUX DE PONCTUALITE %" TO OFFICE-LINE(1:30)
               MOVE WS-SC-PUNCT-RATE(WS-SX, 1) TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO OFFICE-LINE(42:5)
               IF WS-SC-RUNS(WS-SX, 2) > 0
                   MOVE WS-SC-PUNCT-RATE(WS-SX, 2) TO WS-RATE-DISPLAY
                   MOVE WS-RATE-DISPLAY TO OFFICE-LINE(56:5)
               END-IF
               WRITE OFFICE-LINE
               MOVE SPACES TO OFFICE-LINE
               WRITE OFFICE-LINE
               MOVE "RANG SUR LE TAUX DE REJET" TO WS-METRIC-LABEL
               MOVE WS-SC-REJECT-RANK(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-REJECT-RANK(WS-SX, 2) TO WS-PREV-RANK
               PERFORM WRITE-OFFICE-RANK
               MOVE "RANG SUR LA PONCTUALITE" TO WS-METRIC-LABEL
               MOVE WS-SC-PUNCT-RANK(WS-SX, 1) TO WS-METRIC-CUR
               MOVE WS-SC-PUNCT-RANK(WS-SX, 2) TO WS-PREV-RANK
               PERFORM WRITE-OFFICE-RANK
               CLOSE OFFICE_FILE
           END-IF.

       WRITE-OFFICE-METRIC.
           MOVE SPACES TO OFFICE-LINE
           MOVE WS-METRIC-LABEL TO OFFICE-LINE(1:30)
           MOVE WS-METRIC-CUR TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO OFFICE-LINE(40:7)
           MOVE WS-METRIC-PREV TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO OFFICE-LINE(54:7)
           WRITE OFFICE-LINE.

       WRITE-OFFICE-RANK.
      * "3 SUR 12", then the movement against the month before.
           MOVE SPACES TO OFFICE-LINE
           MOVE WS-METRIC-LABEL TO OFFICE-LINE(1:30)
           MOVE WS-METRIC-CUR TO WS-RANK-DISPLAY
           MOVE WS-RANK-DISPLAY TO OFFICE-LINE(40:2)
           MOVE "SUR" TO OFFICE-LINE(43:3)
           MOVE WS-RANKED-COUNT TO WS-RANK-DISPLAY
           MOVE WS-RANK-DISPLAY TO OFFICE-LINE(47:2)
           COMPUTE WS-MOVE-DIFF = WS-PREV-RANK - WS-METRIC-CUR
           PERFORM SET-MOVE-TEXT
           MOVE WS-MOVE-TEXT TO OFFICE-LINE(51:4)
           IF WS-PREV-RANK > 0
               MOVE "(RANG PRECEDENT" TO OFFICE-LINE(57:15)
               MOVE WS-PREV-RANK TO WS-RANK-DISPLAY
               MOVE WS-RANK-DISPLAY TO OFFICE-LINE(73:2)
               MOVE ")" TO OFFICE-LINE(75:1)
           END-IF
           WRITE OFFICE-LINE.
