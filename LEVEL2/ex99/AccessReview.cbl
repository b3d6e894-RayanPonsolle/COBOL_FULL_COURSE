      ******************************************************************
      * Name : AccessReview.cbl
      * Author: RayanPonsolle
      * Weekly review of the read-access trail access.log
      * (ACCESREC.cpy, written through AccessLog.cbl) for the
      * data-protection officer, run by a supervisor or as the
      * weekly ACCESSREVIEW step of NightlyBatch.cbl. The week is the
      * seven days ending on REVIEW_END (aaaammjj, default the
      * business date). The whole trail is first rechained the way
      * AuditChainVerify.cbl rechains audit.log : a missing number
      * or a line whose check value does not recompute is reported
      * and makes the review RETURN-CODE 8, since a doctored trail
      * cannot be reviewed. Then, for the week :
      *   - per operator, records opened and searches run ; an
      *     operator opening at least 20 records and more than three
      *     times the average of the other operators is flagged ;
      *   - every lookup outside the operator's declared working
      *     hours (OPER-HOURS-FROM / -TO in operators.dat, set in
      *     OperatorMaint.cbl) ; operators without declared hours
      *     are listed as such, not flagged ;
      *   - every person opened three times or more by the same
      *     operator with no change by that operator on that name in
      *     audit.log over the week (letters and disclosure packs
      *     are not changes).
      * Printed to access_review.prt (PRINT_FILE). RETURN-CODE 0
      * nothing to report, 4 something flagged or no trail, 8 chain
      * broken, 12 refused or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS_LOG ASSIGN TO "access.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS_LOG.
           COPY ACCESREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "access_review.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "AccessReview".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-END-INPUT PIC X(8).
       01  WS-END-NUM REDEFINES WS-END-INPUT PIC 9(8).
       01  WS-WEEK-END PIC 9(8).
       01  WS-WEEK-START PIC 9(8).
       01  WS-WEEK-INT PIC 9(7).
       01  WS-ACC-DATE PIC X(8).
       01  WS-ACC-TIME PIC 9(4).
       01  WS-AUD-DATE PIC X(8).
       01  WS-TIMESTAMP PIC X(21).

      * Thresholds of the review.
       01  WS-MIN-VOLUME PIC 9(4) VALUE 20.
       01  WS-PEER-FACTOR PIC 9(2) VALUE 3.
       01  WS-REPEAT-LIMIT PIC 9(2) VALUE 3.

      * Chain recomputation, as in AccessLog.cbl.
       01  WS-ACCESS-BODY PIC X(99).
       01  WS-CHECKSUM PIC 9(8).
       01  WS-EXPECTED-CHAIN PIC 9(8).
       01  WS-CX PIC 9(3).
       01  WS-PREV-SEQ PIC 9(6) VALUE 0.
       01  WS-PREV-VALUE PIC 9(8) VALUE 0.
       01  WS-LINES-READ PIC 9(7) VALUE 0.
       01  WS-CHAIN-BREAKS PIC 9(5) VALUE 0.
       01  WS-BREAK-TEXT PIC X(60).

       01  WS-OPER-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-FROM PIC 9(4).
               10 WS-OP-TO PIC 9(4).
       01  WS-OPER-TALLY PIC 9(3) VALUE 0.
       01  WS-OX PIC 9(3).

      * Week's activity per operator.
       01  WS-ACTIVITY-TABLE.
           05 WS-AC-ENTRY OCCURS 100 TIMES.
               10 WS-AC-ID PIC X(8).
               10 WS-AC-OPENED PIC 9(6).
               10 WS-AC-SEARCHES PIC 9(6).
               10 WS-AC-OFF-HOURS PIC 9(6).
               10 WS-AC-FROM PIC 9(4).
               10 WS-AC-TO PIC 9(4).
       01  WS-ACTIVITY-TALLY PIC 9(3) VALUE 0.
       01  WS-AX PIC 9(3).
       01  WS-TOTAL-OPENED PIC 9(7) VALUE 0.
       01  WS-PEER-AVERAGE PIC 9(6)V99.
       01  WS-PEER-LIMIT PIC 9(7)V99.

      * Week's lookups per operator and person.
       01  WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES.
               10 WS-PR-OPERATOR PIC X(8).
               10 WS-PR-PERSON-ID PIC 9(6).
               10 WS-PR-NOM PIC A(20).
               10 WS-PR-COUNT PIC 9(4).
               10 WS-PR-CHANGED PIC X.
       01  WS-PAIR-TALLY PIC 9(4) VALUE 0.
       01  WS-PX PIC 9(4).
       01  WS-PAIR-FOUND PIC 9(4).
       01  WS-TABLE-FULL PIC X VALUE "N".

       01  WS-OFF-HOURS-LISTED PIC 9(3) VALUE 0.
       01  WS-FLAG-COUNT PIC 9(5) VALUE 0.
       01  WS-FLAG-TEXT PIC X(12).
       01  WS-HOURS-TEXT PIC X(12).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "REVUE DES CONSULTATIONS REFUSEE : NIVEAU "
                   "SUPERVISEUR REQUIS POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           DISPLAY "REVIEW_END" UPON ENVIRONMENT-NAME.
           ACCEPT WS-END-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-END-INPUT IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-END-NUM) = 0
               MOVE WS-END-INPUT TO WS-WEEK-END
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-WEEK-END
           END-IF.
           COMPUTE WS-WEEK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).

           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "access_review.prt" TO WS-PRINT-FILENAME
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-HEADER.

           OPEN INPUT ACCESS_LOG.
           IF WS-ACCESS-FILE-STATUS NOT = "00"
               MOVE "AUCUNE TRACE DE CONSULTATION (access.log ABSENT)"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               CLOSE PRINT_FILE
               DISPLAY "access.log ABSENT - RIEN A REVOIR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-OPERATOR-HOURS.

           MOVE "DETAIL DES CONSULTATIONS HORS HORAIRES" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ ACCESS_LOG
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM CHECK-CHAIN-LINK
                       MOVE ACC-TIMESTAMP(1:8) TO WS-ACC-DATE
                       IF WS-ACC-DATE >= WS-WEEK-START
                           AND WS-ACC-DATE <= WS-WEEK-END
                           PERFORM TAKE-ACCESS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCESS_LOG.
           IF WS-OFF-HOURS-LISTED = 0
               MOVE "  (AUCUNE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           PERFORM MARK-CHANGES-MADE.
           PERFORM PRINT-CHAIN-STATUS.
           PERFORM PRINT-OPERATOR-VOLUMES.
           PERFORM PRINT-REPEATED-LOOKUPS.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "POINTS SIGNALES : " WS-FLAG-COUNT
               " - RUPTURES DE CHAINE : " WS-CHAIN-BREAKS
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT_FILE.

           DISPLAY "REVUE DES CONSULTATIONS " WS-WEEK-START " - "
               WS-WEEK-END " : " WS-FLAG-COUNT " POINT(S), "
               WS-CHAIN-BREAKS " RUPTURE(S)".
           EVALUATE TRUE
               WHEN WS-CHAIN-BREAKS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAG-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       PRINT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "REVUE HEBDOMADAIRE DES CONSULTATIONS - SEMAINE DU "
               WS-WEEK-START " AU " WS-WEEK-END
               " - ETABLIE LE " WS-TIMESTAMP(1:8) " PAR "
               WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE.

       LOAD-OPERATOR-HOURS.
      * Without operators.dat no hours are known : nothing is
      * flagged for hours, the rest of the review still runs.
           OPEN INPUT OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ OPERATOR_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-OPER-TALLY < 200
                               ADD 1 TO WS-OPER-TALLY
                               MOVE OPER-ID TO WS-OP-ID(WS-OPER-TALLY)
                               PERFORM KEEP-OPERATOR-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR_FILE
           END-IF.

       KEEP-OPERATOR-HOURS.
           IF OPER-HOURS-FROM IS NUMERIC AND OPER-HOURS-TO IS NUMERIC
               MOVE OPER-HOURS-FROM TO WS-OP-FROM(WS-OPER-TALLY)
               MOVE OPER-HOURS-TO TO WS-OP-TO(WS-OPER-TALLY)
           ELSE
               MOVE 0 TO WS-OP-FROM(WS-OPER-TALLY)
               MOVE 0 TO WS-OP-TO(WS-OPER-TALLY)
           END-IF.

       CHECK-CHAIN-LINK.
      * The first line must open the chain at number 1 ; after that
      * every number follows the previous one and every check value
      * recomputes from the body and the previous value.
           MOVE ACCESS-RECORD(1:99) TO WS-ACCESS-BODY
           MOVE 0 TO WS-CHECKSUM
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 99
               COMPUTE WS-CHECKSUM = FUNCTION MOD(
                   WS-CHECKSUM
                   + FUNCTION ORD(WS-ACCESS-BODY(WS-CX:1))
                   * (FUNCTION MOD(WS-CX, 7) + 1), 100000000)
           END-PERFORM
           MOVE SPACES TO WS-BREAK-TEXT
           IF ACC-SEQ-NO NOT NUMERIC OR ACC-CHAIN NOT NUMERIC
               MOVE "LIGNE NON CHAINEE" TO WS-BREAK-TEXT
           ELSE
               COMPUTE WS-EXPECTED-CHAIN =
                   FUNCTION MOD(WS-PREV-VALUE * 3 + WS-CHECKSUM
                       + ACC-SEQ-NO, 100000000)
               EVALUATE TRUE
                   WHEN ACC-SEQ-NO NOT = WS-PREV-SEQ + 1
                       STRING "NUMERO " ACC-SEQ-NO " APRES "
                           WS-PREV-SEQ
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   WHEN ACC-CHAIN NOT = WS-EXPECTED-CHAIN
                       STRING "VALEUR DE CONTROLE FAUSSE AU NUMERO "
                           ACC-SEQ-NO
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE ACC-SEQ-NO TO WS-PREV-SEQ
               MOVE ACC-CHAIN TO WS-PREV-VALUE
           END-IF
           IF WS-BREAK-TEXT NOT = SPACES
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE SPACES TO PRINT-LINE
               STRING "  *** RUPTURE DE CHAINE LIGNE " WS-LINES-READ
                   " : " WS-BREAK-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       TAKE-ACCESS-LINE.
           PERFORM FIND-ACTIVITY-ENTRY
           IF WS-AX > 0
               IF ACC-PERSON-ID > 0
                   ADD 1 TO WS-AC-OPENED(WS-AX)
                   ADD 1 TO WS-TOTAL-OPENED
                   PERFORM COUNT-PERSON-PAIR
               ELSE
                   ADD 1 TO WS-AC-SEARCHES(WS-AX)
               END-IF
               PERFORM CHECK-OFF-HOURS
           END-IF.

       FIND-ACTIVITY-ENTRY.
           MOVE 0 TO WS-AX
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-ACTIVITY-TALLY OR WS-AX > 0
               IF WS-AC-ID(WS-OX) = ACC-OPERATOR-ID
                   MOVE WS-OX TO WS-AX
               END-IF
           END-PERFORM
           IF WS-AX = 0 AND WS-ACTIVITY-TALLY < 100
               ADD 1 TO WS-ACTIVITY-TALLY
               MOVE WS-ACTIVITY-TALLY TO WS-AX
               MOVE ACC-OPERATOR-ID TO WS-AC-ID(WS-AX)
               MOVE 0 TO WS-AC-OPENED(WS-AX)
               MOVE 0 TO WS-AC-SEARCHES(WS-AX)
               MOVE 0 TO WS-AC-OFF-HOURS(WS-AX)
               MOVE 0 TO WS-AC-FROM(WS-AX)
               MOVE 0 TO WS-AC-TO(WS-AX)
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OPER-TALLY
                   IF WS-OP-ID(WS-OX) = ACC-OPERATOR-ID
                       MOVE WS-OP-FROM(WS-OX) TO WS-AC-FROM(WS-AX)
                       MOVE WS-OP-TO(WS-OX) TO WS-AC-TO(WS-AX)
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-OFF-HOURS.
      * Hours are declared when the end is set ; a lookup before the
      * start or at/after the end is out of hours.
           IF WS-AC-TO(WS-AX) > 0
               MOVE ACC-TIMESTAMP(9:4) TO WS-ACC-TIME
               IF WS-ACC-TIME < WS-AC-FROM(WS-AX)
                   OR WS-ACC-TIME NOT < WS-AC-TO(WS-AX)
                   ADD 1 TO WS-AC-OFF-HOURS(WS-AX)
                   ADD 1 TO WS-FLAG-COUNT
                   IF WS-OFF-HOURS-LISTED < 200
                       ADD 1 TO WS-OFF-HOURS-LISTED
                       MOVE SPACES TO PRINT-LINE
                       STRING "  " ACC-OPERATOR-ID " LE "
                           ACC-TIMESTAMP(1:8) " A "
                           ACC-TIMESTAMP(9:2) "H" ACC-TIMESTAMP(11:2)
                           " (HORAIRES " WS-AC-FROM(WS-AX) "-"
                           WS-AC-TO(WS-AX) ") " ACC-PROGRAM " "
                           ACC-PERSON-ID " " ACC-NOM " "
                           ACC-CRITERIA
                           DELIMITED BY SIZE INTO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
               END-IF
           END-IF.

       COUNT-PERSON-PAIR.
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-TALLY OR WS-PAIR-FOUND > 0
               IF WS-PR-OPERATOR(WS-PX) = ACC-OPERATOR-ID
                   AND WS-PR-PERSON-ID(WS-PX) = ACC-PERSON-ID
                   MOVE WS-PX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND > 0
               ADD 1 TO WS-PR-COUNT(WS-PAIR-FOUND)
           ELSE
               IF WS-PAIR-TALLY < 2000
                   ADD 1 TO WS-PAIR-TALLY
                   MOVE ACC-OPERATOR-ID TO WS-PR-OPERATOR(WS-PAIR-TALLY)
                   MOVE ACC-PERSON-ID TO WS-PR-PERSON-ID(WS-PAIR-TALLY)
                   MOVE ACC-NOM TO WS-PR-NOM(WS-PAIR-TALLY)
                   MOVE 1 TO WS-PR-COUNT(WS-PAIR-TALLY)
                   MOVE "N" TO WS-PR-CHANGED(WS-PAIR-TALLY)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       MARK-CHANGES-MADE.
      * One pass over audit.log : a change by the same operator on
      * the same name during the week explains the repeated looks.
           OPEN INPUT AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
                           IF WS-AUD-DATE >= WS-WEEK-START
                               AND WS-AUD-DATE <= WS-WEEK-END
                               AND AUD-ACTION NOT = "LETTER"
                               AND AUD-ACTION NOT = "DISCLO"
                               PERFORM MARK-PAIR-CHANGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_LOG
           END-IF.

       MARK-PAIR-CHANGED.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-TALLY
               IF WS-PR-OPERATOR(WS-PX) = AUD-OPERATOR-ID
                   AND WS-PR-NOM(WS-PX) = AUD-NOM
                   MOVE "Y" TO WS-PR-CHANGED(WS-PX)
               END-IF
           END-PERFORM.

       PRINT-CHAIN-STATUS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-CHAIN-BREAKS = 0
               STRING "CHAINE DU JOURNAL DES CONSULTATIONS INTACTE : "
                   WS-LINES-READ " LIGNE(S)"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "*** CHAINE ROMPUE : " WS-CHAIN-BREAKS
                   " RUPTURE(S) SUR " WS-LINES-READ " LIGNE(S) - "
                   "REVUE NON PROBANTE ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       PRINT-OPERATOR-VOLUMES.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "VOLUME PAR OPERATEUR" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  OPERATEUR  FICHES OUVERTES  RECHERCHES  "
               "HORS HORAIRES  HORAIRES"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACTIVITY-TALLY
               PERFORM CHECK-PEER-VOLUME
               IF WS-AC-TO(WS-AX) > 0
                   MOVE SPACES TO WS-HOURS-TEXT
                   STRING WS-AC-FROM(WS-AX) "-" WS-AC-TO(WS-AX)
                       DELIMITED BY SIZE INTO WS-HOURS-TEXT
               ELSE
                   MOVE "NON DECLARES" TO WS-HOURS-TEXT
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-AC-ID(WS-AX) "    " WS-AC-OPENED(WS-AX)
                   "          " WS-AC-SEARCHES(WS-AX)
                   "      " WS-AC-OFF-HOURS(WS-AX)
                   "           " WS-HOURS-TEXT " " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           IF WS-ACTIVITY-TALLY = 0
               MOVE "  (AUCUNE CONSULTATION DANS LA SEMAINE)"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CHECK-PEER-VOLUME.
      * Compared with the average of the other operators of the
      * week ; a lone operator has no peers to be compared with.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-ACTIVITY-TALLY > 1
               AND WS-AC-OPENED(WS-AX) >= WS-MIN-VOLUME
               COMPUTE WS-PEER-AVERAGE =
                   (WS-TOTAL-OPENED - WS-AC-OPENED(WS-AX))
                   / (WS-ACTIVITY-TALLY - 1)
               COMPUTE WS-PEER-LIMIT = WS-PEER-AVERAGE * WS-PEER-FACTOR
               IF WS-AC-OPENED(WS-AX) > WS-PEER-LIMIT
                   MOVE "*** VOLUME" TO WS-FLAG-TEXT
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF.

       PRINT-REPEATED-LOOKUPS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FICHES OUVERTES " WS-REPEAT-LIMIT
               " FOIS OU PLUS SANS MODIFICATION PAR LE MEME OPERATEUR"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-TALLY
               IF WS-PR-COUNT(WS-PX) >= WS-REPEAT-LIMIT
                   AND WS-PR-CHANGED(WS-PX) = "N"
                   ADD 1 TO WS-PAIR-FOUND
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE SPACES TO PRINT-LINE
                   STRING "  " WS-PR-OPERATOR(WS-PX) " NUMERO "
                       WS-PR-PERSON-ID(WS-PX) " " WS-PR-NOM(WS-PX)
                       " OUVERTE " WS-PR-COUNT(WS-PX) " FOIS"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = 0
               MOVE "  (AUCUNE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "  AVERTISSEMENT : TABLE PLEINE (2000 COUPLES), "
                   "REVUE PARTIELLE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
