      ******************************************************************
      * Name : PeriodCheck.cbl
      * Author: RayanPonsolle
      * Tells an updating program whether an effective date falls in
      * a month already closed by MonthEndClose.cbl. CALLed with the
      * date (AAAAMMJJ) ; LK-PERIOD-RESULT comes back "C" when the
      * latest line of closed_periods.txt (PERIODREC.cpy) for that
      * month is a close, "O" otherwise - month never closed, closed
      * then reopened by a supervisor, no journal yet, or a zero or
      * blank date. The journal is read afresh on every CALL, so a
      * reopen keyed while a session is up is seen at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD_FILE ASSIGN TO "closed_periods.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD_FILE.
           COPY PERIODREC.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILE-STATUS PIC XX.
       01  WS-CHECK-MONTH PIC 9(6).
       01  FILE-END PIC 9.

       LINKAGE SECTION.
       01  LK-EFFECTIVE-DATE PIC 9(8).
       01  LK-PERIOD-RESULT PIC X.

       PROCEDURE DIVISION USING LK-EFFECTIVE-DATE LK-PERIOD-RESULT.
       MAIN.
           MOVE "O" TO LK-PERIOD-RESULT.
           IF LK-EFFECTIVE-DATE IS NUMERIC AND LK-EFFECTIVE-DATE > 0
               MOVE LK-EFFECTIVE-DATE(1:6) TO WS-CHECK-MONTH
               PERFORM READ-PERIOD-JOURNAL
           END-IF.
           GOBACK.

       READ-PERIOD-JOURNAL.
           OPEN INPUT PERIOD_FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PERIOD_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF PER-MONTH IS NUMERIC
                               AND PER-MONTH = WS-CHECK-MONTH
                               IF PERIOD-CLOSE-EVENT
                                   MOVE "C" TO LK-PERIOD-RESULT
                               ELSE
                                   MOVE "O" TO LK-PERIOD-RESULT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD_FILE
           END-IF.
