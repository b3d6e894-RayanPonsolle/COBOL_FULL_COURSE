      * (ACK_AGE_LIMIT, default 7 days), spooled to
      * exceptions_aging.prt. Supervisor level required, like
      * ApprovePending.cbl.
      * An anomaly of the audit trail (AuditAnomaly.cbl) shows its
      * evidence lines from audit_evidence.txt when picked, and is
      * acknowledged only once the supervisor confirms having read
      * them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionAck.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT_EVIDENCE ASSIGN TO "audit_evidence.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  AUDIT_EVIDENCE.
       01  AUDIT_EVIDENCE_RECORD.
           05 AEV-KEY PIC X(30).
           05 AEV-LINE PIC X(100).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKLIST-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-EVIDENCE-FILE-STATUS PIC XX.
       01  WS-EVIDENCE-END PIC 9.
       01  WS-CONFIRM PIC X.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "exceptions_aging.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
                   IF WS-WL-ID(WS-WX) = WS-PICK-ID
                       AND WS-WL-ACKED(WS-WX) NOT = "Y"
                       MOVE "Y" TO WS-FOUND
                       MOVE "O" TO WS-CONFIRM
                       IF WS-WL-KEY(WS-WX)(1:5) = "ANOM "
                           PERFORM SHOW-ITEM-EVIDENCE
                       END-IF
                       IF WS-CONFIRM = "O" OR WS-CONFIRM = "o"
                           MOVE "Y" TO WS-WL-ACKED(WS-WX)
                           ADD 1 TO WS-ACK-COUNT
                           PERFORM WRITE-ACK-AUDIT
                           DISPLAY "EXCEPTION " WS-PICK-ID
                               " ACQUITTEE."
                       ELSE
                           DISPLAY "EXCEPTION " WS-PICK-ID
                               " LAISSEE OUVERTE."
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
               END-IF
           END-IF.

       SHOW-ITEM-EVIDENCE.
           DISPLAY " ".
           DISPLAY WS-WL-TEXT(WS-WX).
           DISPLAY "ELEMENTS DE PREUVE :".
           OPEN INPUT AUDIT_EVIDENCE
           IF WS-EVIDENCE-FILE-STATUS = "00"
               MOVE 1 TO WS-EVIDENCE-END
               PERFORM UNTIL WS-EVIDENCE-END = 0
                   READ AUDIT_EVIDENCE
                       AT END
                           MOVE 0 TO WS-EVIDENCE-END
                       NOT AT END
                           IF AEV-KEY = WS-WL-KEY(WS-WX)
                               DISPLAY "  " AEV-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_EVIDENCE
           ELSE
               DISPLAY "  (audit_evidence.txt ABSENT)"
           END-IF
           DISPLAY "Acquitter apres lecture (O/N) : "
           ACCEPT WS-CONFIRM.

       WRITE-ACK-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE SPACES TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
