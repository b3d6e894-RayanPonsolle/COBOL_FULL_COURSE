      ******************************************************************
      * Name : StewardReport.cbl
      * Author: RayanPonsolle
      * Weekly backlog and turnaround of the data stewards, over the
      * register StewardWorkbench.cbl works from. StewardQueues.cbl
      * first brings steward_register.txt (STWDREC.cpy) up to date
      * with the six correction queues, then the page shows, per
      * steward, the open items assigned to them by age (up to 7
      * days, 8 to 30, over 30) with the oldest, and the items they
      * closed in the last seven days with the average days from
      * queued to closed ; unassigned items and items that left
      * their queue outside the workbench are shown under AUCUN. A
      * second block gives the same figures per queue with the items
      * that came in during the week, and the items open longer than
      * STEWARD_AGE_DAYS (default 30) are listed last.
      * Run as the STEWARD step of NightlyBatch.cbl (weekly, when
      * schedule.txt lists it). Printed to steward_backlog.prt
      * (PRINT_FILE). RETURN-CODE 0, 4 items open past
      * STEWARD_AGE_DAYS, 12 register or print file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StewardReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "steward_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY STWDREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "steward_backlog.prt".
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-WORK-INT PIC 9(7).
       01  WS-WEEK-START PIC 9(8).
       01  WS-PARM-INPUT PIC X(10).
       01  WS-AGE-LIMIT PIC 9(4) VALUE 30.
       01  WS-AGE-DAYS PIC 9(5).
       01  WS-TURN-DAYS PIC 9(5).
       01  WS-OVERDUE-COUNT PIC 9(5) VALUE 0.

      * StewardQueues.cbl parameters.
       01  WS-CLOSER-ID PIC X(8) VALUE SPACES.
       01  WS-CLOSE-HOW PIC X VALUE "Q".
       01  WS-NEW-COUNT PIC 9(5).
       01  WS-CLOSED-COUNT PIC 9(5).
       01  WS-SCAN-RESULT PIC X.

      * One line per steward, and one per queue, same figures.
       01  WS-STEWARD-TABLE.
           05 WS-SW-ENTRY OCCURS 101 TIMES.
               10 WS-SW-ID PIC X(8).
               10 WS-SW-FIGURES.
                   15 WS-SW-OPEN PIC 9(5).
                   15 WS-SW-AGE-1 PIC 9(5).
                   15 WS-SW-AGE-2 PIC 9(5).
                   15 WS-SW-AGE-3 PIC 9(5).
                   15 WS-SW-OLDEST PIC 9(5).
                   15 WS-SW-IN-WEEK PIC 9(5).
                   15 WS-SW-CLOSED PIC 9(5).
                   15 WS-SW-TURN-SUM PIC 9(7).
       01  WS-SW-TALLY PIC 9(3) VALUE 0.
       01  WS-SX PIC 9(3).
       01  WS-SW-FOUND PIC 9(3).
       01  WS-SW-KEY PIC X(8).

       01  WS-QUEUE-TABLE.
           05 WS-QU-ENTRY OCCURS 6 TIMES.
               10 WS-QU-CODE PIC X(4).
               10 WS-QU-LABEL PIC X(24).
               10 WS-QU-FIGURES.
                   15 WS-QU-OPEN PIC 9(5).
                   15 WS-QU-AGE-1 PIC 9(5).
                   15 WS-QU-AGE-2 PIC 9(5).
                   15 WS-QU-AGE-3 PIC 9(5).
                   15 WS-QU-OLDEST PIC 9(5).
                   15 WS-QU-IN-WEEK PIC 9(5).
                   15 WS-QU-CLOSED PIC 9(5).
                   15 WS-QU-TURN-SUM PIC 9(7).
       01  WS-QX PIC 9.

      * The figures of the line being printed.
       01  WS-LINE-FIGURES.
           05 WS-LN-OPEN PIC 9(5).
           05 WS-LN-AGE-1 PIC 9(5).
           05 WS-LN-AGE-2 PIC 9(5).
           05 WS-LN-AGE-3 PIC 9(5).
           05 WS-LN-OLDEST PIC 9(5).
           05 WS-LN-IN-WEEK PIC 9(5).
           05 WS-LN-CLOSED PIC 9(5).
           05 WS-LN-TURN-SUM PIC 9(7).
       01  WS-LINE-LABEL PIC X(24).
       01  WS-COUNT-DISPLAY PIC ZZZZ9.
       01  WS-AVERAGE PIC 9(5)V9.
       01  WS-AVERAGE-DISPLAY PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           DISPLAY "STEWARD_AGE_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-PARM-INPUT) = 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) > 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) < 10000
               MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-AGE-LIMIT
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "steward_backlog.prt" TO WS-PRINT-FILENAME
           END-IF.

           CALL "StewardQueues" USING WS-CLOSER-ID WS-CLOSE-HOW
               WS-NEW-COUNT WS-CLOSED-COUNT WS-SCAN-RESULT
           END-CALL.
           CANCEL "StewardQueues".
           IF WS-SCAN-RESULT = "N"
               DISPLAY "REGISTRE DES DOSSIERS NON MIS A JOUR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DEFINE-QUEUES.
           PERFORM TALLY-REGISTER.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               AND WS-REGISTER-FILE-STATUS NOT = "35"
               CLOSE PRINT_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-HEADING.
           PERFORM PRINT-STEWARDS.
           PERFORM PRINT-QUEUES.
           PERFORM PRINT-OVERDUE.
           CLOSE PRINT_FILE.

           DISPLAY "DOSSIERS DES GESTIONNAIRES : " WS-OVERDUE-COUNT
               " OUVERT(S) DEPUIS PLUS DE " WS-AGE-LIMIT " JOURS - "
               "VOIR " FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       DEFINE-QUEUES.
           INITIALIZE WS-QUEUE-TABLE
           MOVE "SUSP" TO WS-QU-CODE(1)
           MOVE "SUSPENS DE SAISIE" TO WS-QU-LABEL(1)
           MOVE "CITY" TO WS-QU-CODE(2)
           MOVE "VILLES A REVOIR" TO WS-QU-LABEL(2)
           MOVE "PEND" TO WS-QU-CODE(3)
           MOVE "CORRECTIONS A VALIDER" TO WS-QU-LABEL(3)
           MOVE "PREJ" TO WS-QU-CODE(4)
           MOVE "CORRECTIONS REFUSEES" TO WS-QU-LABEL(4)
           MOVE "TREJ" TO WS-QU-CODE(5)
           MOVE "TRANSACTIONS REJETEES" TO WS-QU-LABEL(5)
           MOVE "DUPN" TO WS-QU-CODE(6)
           MOVE "DOUBLONS DE NOMS" TO WS-QU-LABEL(6).

       TALLY-REGISTER.
           INITIALIZE WS-STEWARD-TABLE
           MOVE 0 TO WS-SW-TALLY
           OPEN INPUT REGISTER_FILE
           EVALUATE WS-REGISTER-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM TALLY-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR OUVERTURE steward_register.txt - "
                       "STATUS " WS-REGISTER-FILE-STATUS
           END-EVALUATE.

       TALLY-ONE-ITEM.
           MOVE 0 TO WS-QX
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
               IF WS-QU-CODE(WS-SX) = SWB-QUEUE
                   MOVE WS-SX TO WS-QX
               END-IF
           END-PERFORM
           IF SWB-OPENED IS NUMERIC AND SWB-OPENED > 0
               AND WS-QX > 0
               IF SWB-OPENED NOT < WS-WEEK-START
                   ADD 1 TO WS-QU-IN-WEEK(WS-QX)
               END-IF
               IF SWB-ASSIGNED-TO NOT = SPACES
                   AND SWB-ASSIGNED-ON IS NUMERIC
                   AND SWB-ASSIGNED-ON NOT < WS-WEEK-START
                   MOVE SWB-ASSIGNED-TO TO WS-SW-KEY
                   PERFORM FIND-STEWARD
                   IF WS-SW-FOUND > 0
                       ADD 1 TO WS-SW-IN-WEEK(WS-SW-FOUND)
                   END-IF
               END-IF
               IF SWB-IS-OPEN
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(SWB-OPENED)
                   MOVE SWB-ASSIGNED-TO TO WS-SW-KEY
                   PERFORM FIND-STEWARD
                   PERFORM COUNT-OPEN-ITEM
                   IF WS-AGE-DAYS > WS-AGE-LIMIT
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
               END-IF
               IF SWB-IS-CLOSED AND SWB-CLOSED-ON IS NUMERIC
                   AND SWB-CLOSED-ON NOT < WS-WEEK-START
                   COMPUTE WS-TURN-DAYS =
                       FUNCTION INTEGER-OF-DATE(SWB-CLOSED-ON)
                       - FUNCTION INTEGER-OF-DATE(SWB-OPENED)
                   MOVE SWB-CLOSED-BY TO WS-SW-KEY
                   PERFORM FIND-STEWARD
                   IF WS-SW-FOUND > 0
                       ADD 1 TO WS-SW-CLOSED(WS-SW-FOUND)
                       ADD WS-TURN-DAYS TO WS-SW-TURN-SUM(WS-SW-FOUND)
                   END-IF
                   ADD 1 TO WS-QU-CLOSED(WS-QX)
                   ADD WS-TURN-DAYS TO WS-QU-TURN-SUM(WS-QX)
               END-IF
           END-IF.

       COUNT-OPEN-ITEM.
           ADD 1 TO WS-QU-OPEN(WS-QX)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 7
                   ADD 1 TO WS-QU-AGE-1(WS-QX)
               WHEN WS-AGE-DAYS NOT > 30
                   ADD 1 TO WS-QU-AGE-2(WS-QX)
               WHEN OTHER
                   ADD 1 TO WS-QU-AGE-3(WS-QX)
           END-EVALUATE
           IF WS-AGE-DAYS > WS-QU-OLDEST(WS-QX)
               MOVE WS-AGE-DAYS TO WS-QU-OLDEST(WS-QX)
           END-IF
           IF WS-SW-FOUND > 0
               ADD 1 TO WS-SW-OPEN(WS-SW-FOUND)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 7
                       ADD 1 TO WS-SW-AGE-1(WS-SW-FOUND)
                   WHEN WS-AGE-DAYS NOT > 30
                       ADD 1 TO WS-SW-AGE-2(WS-SW-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-SW-AGE-3(WS-SW-FOUND)
               END-EVALUATE
               IF WS-AGE-DAYS > WS-SW-OLDEST(WS-SW-FOUND)
                   MOVE WS-AGE-DAYS TO WS-SW-OLDEST(WS-SW-FOUND)
               END-IF
           END-IF.

       FIND-STEWARD.
      * Blank is the unassigned items and the closures made outside
      * the workbench ; past 100 stewards the rest go uncounted.
           MOVE 0 TO WS-SW-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SW-TALLY OR WS-SW-FOUND > 0
               IF WS-SW-ID(WS-SX) = WS-SW-KEY
                   MOVE WS-SX TO WS-SW-FOUND
               END-IF
           END-PERFORM
           IF WS-SW-FOUND = 0 AND WS-SW-TALLY < 101
               ADD 1 TO WS-SW-TALLY
               MOVE WS-SW-KEY TO WS-SW-ID(WS-SW-TALLY)
               MOVE WS-SW-TALLY TO WS-SW-FOUND
           END-IF.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "DOSSIERS DES GESTIONNAIRES DE DONNEES   SEMAINE DU "
               WS-WEEK-START " AU " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-COLUMN-HEADS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING WS-LINE-LABEL
               "  EN COURS  0-7 J  8-30 J  +30 J  PLUS ANCIEN"
               "  RECUS SEM.  CLOS SEM.  DELAI MOYEN (J)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-STEWARDS.
           MOVE "GESTIONNAIRE" TO WS-LINE-LABEL
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SW-TALLY
               IF WS-SW-ID(WS-SX) = SPACES
                   MOVE "AUCUN" TO WS-LINE-LABEL
               ELSE
                   MOVE WS-SW-ID(WS-SX) TO WS-LINE-LABEL
               END-IF
               MOVE WS-SW-FIGURES(WS-SX) TO WS-LINE-FIGURES
               PERFORM PRINT-FIGURES-LINE
           END-PERFORM
           IF WS-SW-TALLY = 0
               MOVE "AUCUN DOSSIER OUVERT OU CLOS DANS LA SEMAINE."
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE "RECUS SEM. : DOSSIERS ATTRIBUES DANS LA SEMAINE. "
               TO PRINT-LINE
           MOVE "AUCUN : NON ATTRIBUES, OU SORTIS DE LEUR FILE HORS "
               TO PRINT-LINE(50:51)
           MOVE "DE L'ATELIER." TO PRINT-LINE(101:13)
           WRITE PRINT-LINE.

       PRINT-QUEUES.
           MOVE "FILE" TO WS-LINE-LABEL
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 6
               MOVE WS-QU-LABEL(WS-QX) TO WS-LINE-LABEL
               MOVE WS-QU-FIGURES(WS-QX) TO WS-LINE-FIGURES
               PERFORM PRINT-FIGURES-LINE
           END-PERFORM
           MOVE "RECUS SEM. : DOSSIERS ENTRES DANS LA FILE DANS LA "
               TO PRINT-LINE
           MOVE "SEMAINE." TO PRINT-LINE(51:8)
           WRITE PRINT-LINE.

       PRINT-FIGURES-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-LINE-LABEL TO PRINT-LINE(1:24)
           MOVE WS-LN-OPEN TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(29:5)
           MOVE WS-LN-AGE-1 TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(36:5)
           MOVE WS-LN-AGE-2 TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(43:5)
           MOVE WS-LN-AGE-3 TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(49:5)
           IF WS-LN-OPEN > 0
               MOVE WS-LN-OLDEST TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO PRINT-LINE(58:5)
               MOVE "J" TO PRINT-LINE(64:1)
           END-IF
           MOVE WS-LN-IN-WEEK TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(72:5)
           MOVE WS-LN-CLOSED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(83:5)
           IF WS-LN-CLOSED > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-LN-TURN-SUM / WS-LN-CLOSED
               MOVE WS-AVERAGE TO WS-AVERAGE-DISPLAY
               MOVE WS-AVERAGE-DISPLAY TO PRINT-LINE(96:7)
           ELSE
               MOVE "-" TO PRINT-LINE(102:1)
           END-IF
           WRITE PRINT-LINE.

       PRINT-OVERDUE.
      * Read again for the detail, in register order.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DOSSIERS OUVERTS DEPUIS PLUS DE " WS-AGE-LIMIT
               " JOURS"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE "AUCUN." TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "NO     FILE  AGE(J)  MOTIF                 "
                   "         ATTRIBUE A"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               OPEN INPUT REGISTER_FILE
               IF WS-REGISTER-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM PRINT-IF-OVERDUE
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
               END-IF
           END-IF.

       PRINT-IF-OVERDUE.
           IF SWB-IS-OPEN AND SWB-OPENED IS NUMERIC AND SWB-OPENED > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SWB-OPENED)
               IF WS-AGE-DAYS > WS-AGE-LIMIT
                   MOVE SPACES TO PRINT-LINE
                   MOVE SWB-ITEM-NO TO PRINT-LINE(1:6)
                   MOVE SWB-QUEUE TO PRINT-LINE(8:4)
                   MOVE WS-AGE-DAYS TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO PRINT-LINE(14:5)
                   MOVE SWB-DETAIL TO PRINT-LINE(21:30)
                   IF SWB-ASSIGNED-TO = SPACES
                       MOVE "-" TO PRINT-LINE(52:1)
                   ELSE
                       MOVE SWB-ASSIGNED-TO TO PRINT-LINE(52:8)
                   END-IF
                   WRITE PRINT-LINE
               END-IF
           END-IF.
