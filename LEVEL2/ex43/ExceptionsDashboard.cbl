      * still reappears, so looked-at and ignored stop looking the
      * same. When nothing is open the page says AUCUNE EXCEPTION
      * explicitly. Output goes to PRINT_FILE (exceptions.prt).
      * The weekly capacity watch (CapacityMonitor.cbl) leaves its
      * disk projection and any unexplained dataset shrink in
      * capacity_alerts.txt ; each line becomes a worklist item under
      * the key it carries. The weekly orphan sweep
      * (OrphanSweep.cbl) does the same through orphan_alerts.txt,
      * one line per side file still pointing at people who are
      * gone, with the count and the action to take. The weekly
      * page of data-subject requests (DsrReport.cbl) leaves one
      * line per request past its legal deadline in dsr_alerts.txt,
      * each kept as its own item until the request is closed.
      * The nightly anomaly scan of the audit trail
      * (AuditAnomaly.cbl) leaves one line per hit in
      * audit_alerts.txt ; the evidence lines it keeps in
      * audit_evidence.txt under the same key are printed under
      * the item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionsDashboard.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CAPACITY_ALERTS ASSIGN TO "capacity_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-FILE-STATUS.

           SELECT ORPHAN_ALERTS ASSIGN TO "orphan_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHAN-FILE-STATUS.

           SELECT DSR_ALERTS ASSIGN TO "dsr_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSR-FILE-STATUS.

           SELECT AUDIT_ALERTS ASSIGN TO "audit_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANOMALY-FILE-STATUS.

           SELECT AUDIT_EVIDENCE ASSIGN TO "audit_evidence.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

           SELECT WORKLIST_FILE ASSIGN TO "exceptions_worklist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-FILE-STATUS.
           05 HIST-END-TIME PIC X(15).
           05 HIST-RC PIC 9(4).
           05 HIST-STATUS PIC X.
           05 HIST-SPACE-KB PIC 9(9).

       FD  CAPACITY_ALERTS.
       01  CAPACITY_ALERT_RECORD.
           05 CPA-KEY PIC X(30).
           05 CPA-TEXT PIC X(80).

       FD  ORPHAN_ALERTS.
       01  ORPHAN_ALERT_RECORD.
           05 ORA-KEY PIC X(30).
           05 ORA-TEXT PIC X(80).

       FD  DSR_ALERTS.
       01  DSR_ALERT_RECORD.
           05 DSA-KEY PIC X(30).
           05 DSA-TEXT PIC X(80).

       FD  AUDIT_ALERTS.
       01  AUDIT_ALERT_RECORD.
           05 AAL-KEY PIC X(30).
           05 AAL-TEXT PIC X(80).

       FD  AUDIT_EVIDENCE.
       01  AUDIT_EVIDENCE_RECORD.
           05 AEV-KEY PIC X(30).
           05 AEV-LINE PIC X(100).

       FD  WORKLIST_FILE.
       01  WORKLIST_RECORD.
       01  WS-PURGE-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-WORKLIST-FILE-STATUS PIC XX.
       01  WS-CAPACITY-FILE-STATUS PIC XX.
       01  WS-ORPHAN-FILE-STATUS PIC XX.
       01  WS-DSR-FILE-STATUS PIC XX.
       01  WS-ANOMALY-FILE-STATUS PIC XX.
       01  WS-EVIDENCE-FILE-STATUS PIC XX.
       01  WS-EVIDENCE-END PIC 9.
       01  WS-MAX-DATE-1 PIC 9(8) VALUE 0.
       01  WS-MAX-DATE-2 PIC 9(8) VALUE 0.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "exceptions.prt".
           PERFORM REPORT-CONSOLIDATION.
           PERFORM REPORT-PURGE.
           PERFORM REPORT-JOURNAL-CODES.
           PERFORM REPORT-CAPACITY.
           PERFORM REPORT-ORPHANS.
           PERFORM REPORT-DSR-OVERDUE.
           PERFORM REPORT-AUDIT-ANOMALIES.
           PERFORM PRINT-WORKLIST.
           PERFORM SAVE-WORKLIST.

           END-IF
           PERFORM REGISTER-EXCEPTION.

       REPORT-CAPACITY.
           OPEN INPUT CAPACITY_ALERTS.
           IF WS-CAPACITY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CAPACITY_ALERTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF CPA-KEY NOT = SPACES
                               MOVE CPA-KEY TO WS-EXC-KEY
                               MOVE CPA-TEXT TO WS-EXC-TEXT
                               PERFORM REGISTER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY_ALERTS
           END-IF.

       REPORT-ORPHANS.
           OPEN INPUT ORPHAN_ALERTS.
           IF WS-ORPHAN-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ ORPHAN_ALERTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF ORA-KEY NOT = SPACES
                               MOVE ORA-KEY TO WS-EXC-KEY
                               MOVE ORA-TEXT TO WS-EXC-TEXT
                               PERFORM REGISTER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORPHAN_ALERTS
           END-IF.

       REPORT-DSR-OVERDUE.
           OPEN INPUT DSR_ALERTS.
           IF WS-DSR-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ DSR_ALERTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF DSA-KEY NOT = SPACES
                               MOVE DSA-KEY TO WS-EXC-KEY
                               MOVE DSA-TEXT TO WS-EXC-TEXT
                               PERFORM REGISTER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DSR_ALERTS
           END-IF.

       REPORT-AUDIT-ANOMALIES.
           OPEN INPUT AUDIT_ALERTS.
           IF WS-ANOMALY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_ALERTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AAL-KEY NOT = SPACES
                               MOVE AAL-KEY TO WS-EXC-KEY
                               MOVE AAL-TEXT TO WS-EXC-TEXT
                               PERFORM REGISTER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_ALERTS
           END-IF.

       PRINT-WORKLIST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
                       WS-WL-TEXT(WS-WX)
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
                   IF WS-WL-KEY(WS-WX)(1:5) = "ANOM "
                       PERFORM PRINT-ITEM-EVIDENCE
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-ITEM-EVIDENCE.
           OPEN INPUT AUDIT_EVIDENCE
           IF WS-EVIDENCE-FILE-STATUS = "00"
               MOVE 1 TO WS-EVIDENCE-END
               PERFORM UNTIL WS-EVIDENCE-END = 0
                   READ AUDIT_EVIDENCE
                       AT END
                           MOVE 0 TO WS-EVIDENCE-END
                       NOT AT END
                           IF AEV-KEY = WS-WL-KEY(WS-WX)
                               MOVE SPACES TO PRINT-LINE
                               STRING "                " AEV-LINE
                                   DELIMITED BY SIZE INTO PRINT-LINE
                               WRITE PRINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_EVIDENCE
           END-IF.

       SAVE-WORKLIST.
