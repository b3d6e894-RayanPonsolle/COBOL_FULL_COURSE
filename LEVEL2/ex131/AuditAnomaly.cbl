      ******************************************************************
      * Name : AuditAnomaly.cbl
      * Author: RayanPonsolle
      * Nightly anomaly scan over the day's audit trail.
      * AuditChainVerify.cbl proves nobody edited the log ; this
      * step looks at whether what is in it is normal, against the
      * thresholds of audit_rules.txt (AUDRULE.cpy), each rule on its
      * defaults when the file does not mention it :
      *   DELSTA  one operator deleting or changing the STATUT of
      *           too many records in the day, read from the day's
      *           journal JRNL.aaaammjj (PersonJournal.cbl), which
      *           holds the STATUT before and after
      *   FREQPE  one person changed too many times over the last
      *           days, from the journals of the window ; only a
      *           person changed on the scanned day is raised, so
      *           the same burst is not raised night after night
      *   HORAIR  audit records outside the operator's declared
      *           hours (operators.dat, OperatorMaint.cbl), with a
      *           tolerance in minutes each side
      *   AUTOAP  an approval in ApprovePending.cbl given under the
      *           maker's own ID, or within seconds of the keying
      *           (the keyed time rides in AUD-TX-REF)
      *   ECHECS  sign-on failures (OPRFAI) from one session on
      *           several operator IDs, the session being the tag
      *           OperSignon.cbl records in AUD-BEFORE-VILLE
      * The day is the business date unless ANOMALY_DATE (aaaammjj)
      * names another. The audit records are read through audit.idx
      * on the date chain (AuditIndexLoad.cbl), so an archived month
      * can be scanned again ; without the store audit.log is read.
      * Every hit becomes one line of audit_alerts.txt under its own
      * key (ANOM, the rule, the day and the operator, person or
      * session), which ExceptionsDashboard.cbl carries onto the
      * exceptions worklist to be acknowledged in ExceptionAck.cbl
      * like any other exception. The evidence - the audit or
      * journal lines that made the hit, ten at most - goes to
      * audit_evidence.txt under the same key ; the dashboard prints
      * it under the item and ExceptionAck shows it before the
      * acknowledgement. Evidence is kept as long as its item is
      * still on the worklist or waiting in audit_alerts.txt.
      * Scanning the same day again replaces that day's hits.
      * Printed to audit_anomalies.prt (PRINT_FILE) with the rules
      * in force. RETURN-CODE 8 a table was full and the scan is
      * partial, 12 open error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditAnomaly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT_INDEX ASSIGN TO "audit.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-SEQ
           ALTERNATE RECORD KEY IS AIX-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AIX-DATE
               WITH DUPLICATES
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT RULES_FILE ASSIGN TO "audit_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT JOURNAL_FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT WORKLIST_FILE ASSIGN TO "exceptions_worklist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-FILE-STATUS.

           SELECT ALERT_FILE ASSIGN TO "audit_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT EVIDENCE_FILE ASSIGN TO WS-EVIDENCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

           SELECT EVIDENCE_KEEP ASSIGN TO WS-KEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       FD  RULES_FILE.
           COPY AUDRULE.

       FD  JOURNAL_FILE.
       01  JOURNAL-RECORD.
           05 JRN-TIMESTAMP PIC X(15).
           05 JRN-OPERATOR PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE PIC X(233).
           05 JRN-AFTER PIC X(233).

       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  WORKLIST_FILE.
       01  WORKLIST_RECORD.
           05 EXW-ID PIC 9(4).
           05 EXW-KEY PIC X(30).
           05 EXW-FIRST-DATE PIC 9(8).
           05 EXW-TEXT PIC X(80).

       FD  ALERT_FILE.
       01  ALERT_RECORD.
           05 AAL-KEY PIC X(30).
           05 AAL-TEXT PIC X(80).

       FD  EVIDENCE_FILE.
       01  EVIDENCE_RECORD.
           05 AEV-KEY PIC X(30).
           05 AEV-LINE PIC X(100).

       FD  EVIDENCE_KEEP.
       01  EVIDENCE_KEEP_RECORD.
           05 AEK-KEY PIC X(30).
           05 AEK-LINE PIC X(100).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-INDEX-FILE-STATUS PIC XX.
       01  WS-RULES-FILE-STATUS PIC XX.
       01  WS-JOURNAL-FILE-STATUS PIC XX.
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-WORKLIST-FILE-STATUS PIC XX.
       01  WS-ALERT-FILE-STATUS PIC XX.
       01  WS-EVIDENCE-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "audit_anomalies.prt".
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-EVIDENCE-NAME PIC X(60) VALUE "audit_evidence.txt".
       01  WS-KEEP-NAME PIC X(60) VALUE "audit_evidence.tmp".
       01  WS-JOURNAL-NAME PIC X(20).
       01  WS-FILE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-CHAIN-END PIC 9.
       01  WS-USE-INDEX PIC X VALUE "N".
       01  WS-READ-COUNT PIC 9(8) VALUE 0.
       01  WS-JOURNAL-COUNT PIC 9(8) VALUE 0.
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-INPUT PIC X(8) VALUE SPACES.
       01  WS-SCAN-DATE PIC 9(8).
       01  WS-SCAN-INT PIC 9(7).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-LINE-DATE-DISPLAY PIC X(10).
       01  WS-AUDIT-DATE PIC X(8).

      * The five rules, their defaults overlaid by audit_rules.txt.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 5 TIMES.
               10 WS-RL-CODE PIC X(6).
               10 WS-RL-ACTIVE PIC X.
               10 WS-RL-LIMIT PIC 9(4).
               10 WS-RL-WINDOW PIC 9(4).
               10 WS-RL-LABEL PIC X(40).
               10 WS-RL-HITS PIC 9(4).
       01  WS-RX PIC 9.
       01  WS-RULE-FOUND PIC 9.
       01  WS-RULE-DELSTA PIC 9 VALUE 1.
       01  WS-RULE-FREQPE PIC 9 VALUE 2.
       01  WS-RULE-HORAIR PIC 9 VALUE 3.
       01  WS-RULE-AUTOAP PIC 9 VALUE 4.
       01  WS-RULE-ECHECS PIC 9 VALUE 5.

      * Declared hours per operator.
       01  WS-HOURS-TABLE.
           05 WS-OH-ENTRY OCCURS 200 TIMES.
               10 WS-OH-ID PIC X(8).
               10 WS-OH-FROM PIC 9(4).
               10 WS-OH-TO PIC 9(4).
       01  WS-OH-TALLY PIC 9(3) VALUE 0.
       01  WS-HX PIC 9(3).
       01  WS-HOURS-FOUND PIC 9(3).
       01  WS-TIME-HHMM PIC 9(4).
       01  WS-TIME-MINUTES PIC 9(4).
       01  WS-FROM-MINUTES PIC S9(5).
       01  WS-TO-MINUTES PIC S9(5).

      * Candidates : one per rule and subject (operator, person or
      * session), with the evidence gathered ; a candidate over its
      * threshold is a hit.
       01  WS-CAND-TABLE.
           05 WS-CD-ENTRY OCCURS 500 TIMES.
               10 WS-CD-RULE PIC 9.
               10 WS-CD-SUBJECT PIC X(20).
               10 WS-CD-COUNT PIC 9(5).
               10 WS-CD-ID-COUNT PIC 9(2).
               10 WS-CD-ID PIC X(8) OCCURS 10 TIMES.
               10 WS-CD-EV-COUNT PIC 9(2).
               10 WS-CD-EV-LINE PIC X(100) OCCURS 10 TIMES.
               10 WS-CD-HIT PIC X.
               10 WS-CD-KEY PIC X(30).
               10 WS-CD-TEXT PIC X(80).
       01  WS-CD-TALLY PIC 9(3) VALUE 0.
       01  WS-CD-MAX PIC 9(3) VALUE 500.
       01  WS-CX PIC 9(3).
       01  WS-CD-FOUND PIC 9(3).
       01  WS-CD-SKIPPED PIC 9(6) VALUE 0.
       01  WS-IX PIC 9(2).
       01  WS-ID-FOUND PIC X.
       01  WS-LOOK-RULE PIC 9.
       01  WS-LOOK-SUBJECT PIC X(20).
       01  WS-EVIDENCE-LINE PIC X(100).
       01  WS-HIT-TALLY PIC 9(4) VALUE 0.
       01  WS-SESSION-SEQ PIC 9(3) VALUE 0.

      * People changed over the FREQPE window.
       01  WS-PERSON-TABLE.
           05 WS-PF-ENTRY OCCURS 5000 TIMES.
               10 WS-PF-ID PIC 9(6).
               10 WS-PF-COUNT PIC 9(4).
               10 WS-PF-TODAY PIC X.
       01  WS-PF-TALLY PIC 9(4) VALUE 0.
       01  WS-PF-MAX PIC 9(4) VALUE 5000.
       01  WS-PX PIC 9(4).
       01  WS-PF-FOUND PIC 9(4).
       01  WS-PF-SKIPPED PIC 9(6) VALUE 0.
       01  WS-JRN-PERSON-ID PIC X(6).
       01  WS-JRN-PERSON-NUM PIC 9(6).
       01  WS-JRN-NOM PIC X(20).
       01  WS-STATUT-BEFORE PIC X.
       01  WS-STATUT-AFTER PIC X.
       01  WS-WINDOW-DAYS PIC 9(4).
       01  WS-JOURNAL-DAY PIC 9(7).
       01  WS-JOURNAL-DATE PIC 9(8).
       01  WS-JOURNAL-PASS PIC 9.

      * Approval timing.
       01  WS-KEYED-DATE PIC 9(8).
       01  WS-KEYED-SECONDS PIC S9(11).
       01  WS-APPROVED-SECONDS PIC S9(11).
       01  WS-ELAPSED-SECONDS PIC S9(11).
       01  WS-APPROVAL-FLAGGED PIC X.

      * Keys whose evidence must be kept, and the alerts of the
      * previous scans not yet on the worklist.
       01  WS-KEEP-TABLE.
           05 WS-KEEP-KEY PIC X(30) OCCURS 400 TIMES.
       01  WS-KEEP-TALLY PIC 9(3) VALUE 0.
       01  WS-KX PIC 9(3).
       01  WS-KEEP-FOUND PIC X.
       01  WS-PENDING-TABLE.
           05 WS-PA-ENTRY OCCURS 200 TIMES.
               10 WS-PA-KEY PIC X(30).
               10 WS-PA-TEXT PIC X(80).
       01  WS-PA-TALLY PIC 9(3) VALUE 0.
       01  WS-AX PIC 9(3).
       01  WS-KEY-DATE PIC X(8).

       01  WS-NUM-1 PIC Z(4)9.
       01  WS-NUM-2 PIC Z(4)9.
       01  WS-NUM-3 PIC Z(4)9.
       01  WS-SUBJECT-KEY PIC X(8).
       01  WS-PTR PIC 9(3).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM SET-SCAN-DATE.
           IF WS-FINAL-RC NOT = 0
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "audit_anomalies.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.

           PERFORM LOAD-RULES.
           IF WS-RL-ACTIVE(WS-RULE-HORAIR) = "O"
               PERFORM LOAD-OPERATOR-HOURS
           END-IF.

           IF WS-RL-ACTIVE(WS-RULE-HORAIR) = "O"
               OR WS-RL-ACTIVE(WS-RULE-AUTOAP) = "O"
               OR WS-RL-ACTIVE(WS-RULE-ECHECS) = "O"
               OPEN INPUT AUDIT_INDEX
               IF WS-INDEX-FILE-STATUS = "00"
                   MOVE "Y" TO WS-USE-INDEX
                   PERFORM SCAN-DAY-FROM-INDEX
                   CLOSE AUDIT_INDEX
               ELSE
                   PERFORM SCAN-DAY-FROM-LOG
               END-IF
           END-IF.
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-RL-ACTIVE(WS-RULE-DELSTA) = "O"
               OR WS-RL-ACTIVE(WS-RULE-FREQPE) = "O"
               MOVE 1 TO WS-JOURNAL-PASS
               PERFORM SCAN-JOURNALS
               IF WS-RL-ACTIVE(WS-RULE-FREQPE) = "O"
                   PERFORM PROMOTE-FREQUENT-PERSONS
                   IF WS-RL-HITS(WS-RULE-FREQPE) > 0
                       MOVE 2 TO WS-JOURNAL-PASS
                       PERFORM SCAN-JOURNALS
                   END-IF
               END-IF
           END-IF.

           PERFORM MARK-HITS.
           PERFORM LOAD-KEEP-KEYS.
           PERFORM WRITE-EVIDENCE.
           PERFORM WRITE-ALERTS.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-ANOMALY-REPORT.
           CLOSE PRINT_FILE.

           IF WS-CD-SKIPPED > 0 OR WS-PF-SKIPPED > 0
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.
           MOVE WS-HIT-TALLY TO WS-NUM-1.
           DISPLAY "ANOMALIES DU " WS-DATE-DISPLAY " : "
               FUNCTION TRIM(WS-NUM-1) ", VOIR "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       SET-SCAN-DATE.
      * Default : the business date.
           DISPLAY "ANOMALY_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DAY-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-DAY-INPUT = SPACES
               MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE
           ELSE
               IF WS-DAY-INPUT IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DAY-INPUT)) NOT = 0
                   DISPLAY "ANOMALY_DATE INVALIDE (AAAAMMJJ) : "
                       WS-DAY-INPUT
                   MOVE 12 TO WS-FINAL-RC
               ELSE
                   MOVE WS-DAY-INPUT TO WS-SCAN-DATE
               END-IF
           END-IF.
           IF WS-FINAL-RC = 0
               COMPUTE WS-SCAN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
               MOVE WS-SCAN-DATE TO WS-DATE-WORK
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           END-IF.

       LOAD-RULES.
           MOVE "DELSTA" TO WS-RL-CODE(1)
           MOVE 20 TO WS-RL-LIMIT(1)
           MOVE 0 TO WS-RL-WINDOW(1)
           MOVE "SUPPRESSIONS ET CHANGEMENTS DE STATUT"
               TO WS-RL-LABEL(1)
           MOVE "FREQPE" TO WS-RL-CODE(2)
           MOVE 5 TO WS-RL-LIMIT(2)
           MOVE 7 TO WS-RL-WINDOW(2)
           MOVE "PERSONNE MODIFIEE TROP SOUVENT"
               TO WS-RL-LABEL(2)
           MOVE "HORAIR" TO WS-RL-CODE(3)
           MOVE 0 TO WS-RL-LIMIT(3)
           MOVE 15 TO WS-RL-WINDOW(3)
           MOVE "ACTIVITE HORS HORAIRES DECLARES"
               TO WS-RL-LABEL(3)
           MOVE "AUTOAP" TO WS-RL-CODE(4)
           MOVE 60 TO WS-RL-LIMIT(4)
           MOVE 0 TO WS-RL-WINDOW(4)
           MOVE "APPROBATION PROPRE OU IMMEDIATE"
               TO WS-RL-LABEL(4)
           MOVE "ECHECS" TO WS-RL-CODE(5)
           MOVE 2 TO WS-RL-LIMIT(5)
           MOVE 0 TO WS-RL-WINDOW(5)
           MOVE "ECHECS DE CONNEXION SUR PLUSIEURS ID"
               TO WS-RL-LABEL(5)
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               MOVE "O" TO WS-RL-ACTIVE(WS-RX)
               MOVE 0 TO WS-RL-HITS(WS-RX)
           END-PERFORM
           OPEN INPUT RULES_FILE
           IF WS-RULES-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RULES_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AUDIT-RULE-RECORD NOT = SPACES
                               AND ARL-CODE(1:1) NOT = "*"
                               PERFORM APPLY-RULE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES_FILE
           END-IF.

       APPLY-RULE-LINE.
           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               IF WS-RL-CODE(WS-RX) = ARL-CODE
                   MOVE WS-RX TO WS-RULE-FOUND
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND = 0
               DISPLAY "REGLE INCONNUE IGNOREE : " ARL-CODE
           ELSE
               IF RULE-OFF
                   MOVE "N" TO WS-RL-ACTIVE(WS-RULE-FOUND)
               END-IF
               IF ARL-LIMIT IS NUMERIC
                   MOVE ARL-LIMIT TO WS-RL-LIMIT(WS-RULE-FOUND)
               END-IF
               IF ARL-WINDOW IS NUMERIC AND ARL-WINDOW > 0
                   MOVE ARL-WINDOW TO WS-RL-WINDOW(WS-RULE-FOUND)
               END-IF
               IF ARL-LABEL NOT = SPACES
                   MOVE ARL-LABEL TO WS-RL-LABEL(WS-RULE-FOUND)
               END-IF
           END-IF.

       LOAD-OPERATOR-HOURS.
      * Without operators.dat no hours are known and HORAIR raises
      * nothing.
           OPEN INPUT OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ OPERATOR_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-OH-TALLY < 200
                               AND OPER-HOURS-FROM IS NUMERIC
                               AND OPER-HOURS-TO IS NUMERIC
                               AND OPER-HOURS-TO > 0
                               ADD 1 TO WS-OH-TALLY
                               MOVE OPER-ID TO WS-OH-ID(WS-OH-TALLY)
                               MOVE OPER-HOURS-FROM
                                   TO WS-OH-FROM(WS-OH-TALLY)
                               MOVE OPER-HOURS-TO
                                   TO WS-OH-TO(WS-OH-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR_FILE
           END-IF.

       SCAN-DAY-FROM-INDEX.
      * The day's records, positioned on the date chain.
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-SCAN-DATE TO AIX-DATE
           START AUDIT_INDEX KEY IS NOT LESS THAN AIX-DATE
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ AUDIT_INDEX NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF AIX-DATE > WS-SCAN-DATE
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           MOVE AIX-IMAGE TO AUDIT-RECORD
                           PERFORM CHECK-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-DAY-FROM-LOG.
      * Legacy path for a shop that has not built audit.idx yet.
           OPEN INPUT AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-DATE
                           IF WS-AUDIT-DATE = WS-SCAN-DATE
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CHECK-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_LOG
           END-IF.

       CHECK-AUDIT-RECORD.
           IF WS-RL-ACTIVE(WS-RULE-HORAIR) = "O"
               PERFORM CHECK-HOURS
           END-IF
           IF WS-RL-ACTIVE(WS-RULE-AUTOAP) = "O"
               AND AUD-CHECKER-ID NOT = SPACES
               PERFORM CHECK-APPROVAL
           END-IF
           IF WS-RL-ACTIVE(WS-RULE-ECHECS) = "O"
               AND AUD-ACTION = "OPRFAI"
               AND AUD-BEFORE-VILLE NOT = SPACES
               PERFORM CHECK-FAILURE
           END-IF.

       CHECK-HOURS.
      * Same rule as AccessReview.cbl - hours are declared when the
      * end is set, before the start or at/after the end is out of
      * hours - widened by the tolerance on each side.
           MOVE 0 TO WS-HOURS-FOUND
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-OH-TALLY
               IF WS-OH-ID(WS-HX) = AUD-OPERATOR-ID
                   MOVE WS-HX TO WS-HOURS-FOUND
               END-IF
           END-PERFORM
           IF WS-HOURS-FOUND > 0
               AND AUD-TIMESTAMP(9:4) IS NUMERIC
               MOVE AUD-TIMESTAMP(9:4) TO WS-TIME-HHMM
               COMPUTE WS-TIME-MINUTES =
                   (WS-TIME-HHMM / 100) * 60
                   + FUNCTION MOD(WS-TIME-HHMM, 100)
               COMPUTE WS-FROM-MINUTES =
                   (WS-OH-FROM(WS-HOURS-FOUND) / 100) * 60
                   + FUNCTION MOD(WS-OH-FROM(WS-HOURS-FOUND), 100)
                   - WS-RL-WINDOW(WS-RULE-HORAIR)
               COMPUTE WS-TO-MINUTES =
                   (WS-OH-TO(WS-HOURS-FOUND) / 100) * 60
                   + FUNCTION MOD(WS-OH-TO(WS-HOURS-FOUND), 100)
                   + WS-RL-WINDOW(WS-RULE-HORAIR)
               IF WS-TIME-MINUTES < WS-FROM-MINUTES
                   OR WS-TIME-MINUTES NOT < WS-TO-MINUTES
                   MOVE WS-RULE-HORAIR TO WS-LOOK-RULE
                   MOVE AUD-OPERATOR-ID TO WS-LOOK-SUBJECT
                   PERFORM FIND-CANDIDATE
                   IF WS-CD-FOUND > 0
                       ADD 1 TO WS-CD-COUNT(WS-CD-FOUND)
                       MOVE SPACES TO WS-EVIDENCE-LINE
                       STRING AUD-TIMESTAMP(9:2) ":"
                           AUD-TIMESTAMP(11:2) ":"
                           AUD-TIMESTAMP(13:2) " " AUD-ACTION " "
                           AUD-NOM " (HORAIRES "
                           WS-OH-FROM(WS-HOURS-FOUND) "-"
                           WS-OH-TO(WS-HOURS-FOUND) ")"
                           DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
                       PERFORM ADD-EVIDENCE-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-APPROVAL.
      * The keyed time (aammjjhhmmss) comes from AUD-TX-REF ; an
      * approval written before it was carried is judged on the
      * maker alone.
           MOVE "N" TO WS-APPROVAL-FLAGGED
           MOVE 0 TO WS-ELAPSED-SECONDS
           IF AUD-CHECKER-ID = AUD-OPERATOR-ID
               MOVE "Y" TO WS-APPROVAL-FLAGGED
           END-IF
           IF AUD-TX-REF IS NUMERIC
               AND AUD-TIMESTAMP(1:14) IS NUMERIC
               MOVE "20" TO WS-KEYED-DATE(1:2)
               MOVE AUD-TX-REF(1:6) TO WS-KEYED-DATE(3:6)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-KEYED-DATE) = 0
                   COMPUTE WS-KEYED-SECONDS =
                       FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE) * 86400
                       + FUNCTION NUMVAL(AUD-TX-REF(7:2)) * 3600
                       + FUNCTION NUMVAL(AUD-TX-REF(9:2)) * 60
                       + FUNCTION NUMVAL(AUD-TX-REF(11:2))
                   COMPUTE WS-APPROVED-SECONDS =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(AUD-TIMESTAMP(1:8)))
                       * 86400
                       + FUNCTION NUMVAL(AUD-TIMESTAMP(9:2)) * 3600
                       + FUNCTION NUMVAL(AUD-TIMESTAMP(11:2)) * 60
                       + FUNCTION NUMVAL(AUD-TIMESTAMP(13:2))
                   COMPUTE WS-ELAPSED-SECONDS =
                       WS-APPROVED-SECONDS - WS-KEYED-SECONDS
                   IF WS-ELAPSED-SECONDS >= 0
                       AND WS-ELAPSED-SECONDS < WS-RL-LIMIT(
                           WS-RULE-AUTOAP)
                       MOVE "Y" TO WS-APPROVAL-FLAGGED
                   END-IF
               END-IF
           END-IF
           IF WS-APPROVAL-FLAGGED = "Y"
               MOVE WS-RULE-AUTOAP TO WS-LOOK-RULE
               MOVE AUD-CHECKER-ID TO WS-LOOK-SUBJECT
               PERFORM FIND-CANDIDATE
               IF WS-CD-FOUND > 0
                   ADD 1 TO WS-CD-COUNT(WS-CD-FOUND)
                   MOVE SPACES TO WS-EVIDENCE-LINE
                   IF AUD-CHECKER-ID = AUD-OPERATOR-ID
                       STRING AUD-TIMESTAMP(9:2) ":"
                           AUD-TIMESTAMP(11:2) ":"
                           AUD-TIMESTAMP(13:2) " " AUD-ACTION " "
                           AUD-NOM " APPROUVE SUR SA PROPRE SAISIE"
                           DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
                   ELSE
                       MOVE WS-ELAPSED-SECONDS TO WS-NUM-1
                       STRING AUD-TIMESTAMP(9:2) ":"
                           AUD-TIMESTAMP(11:2) ":"
                           AUD-TIMESTAMP(13:2) " " AUD-ACTION " "
                           AUD-NOM " SAISI PAR " AUD-OPERATOR-ID
                           " A " AUD-TX-REF(7:2) ":" AUD-TX-REF(9:2)
                           ":" AUD-TX-REF(11:2) " - "
                           FUNCTION TRIM(WS-NUM-1) " S"
                           DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
                   END-IF
                   PERFORM ADD-EVIDENCE-LINE
               END-IF
           END-IF.

       CHECK-FAILURE.
      * One candidate per session, with the distinct IDs tried.
           MOVE WS-RULE-ECHECS TO WS-LOOK-RULE
           MOVE AUD-BEFORE-VILLE TO WS-LOOK-SUBJECT
           PERFORM FIND-CANDIDATE
           IF WS-CD-FOUND > 0
               ADD 1 TO WS-CD-COUNT(WS-CD-FOUND)
               MOVE "N" TO WS-ID-FOUND
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-CD-ID-COUNT(WS-CD-FOUND)
                   IF WS-CD-ID(WS-CD-FOUND, WS-IX) = AUD-OPERATOR-ID
                       MOVE "Y" TO WS-ID-FOUND
                   END-IF
               END-PERFORM
               IF WS-ID-FOUND = "N"
                   AND WS-CD-ID-COUNT(WS-CD-FOUND) < 10
                   ADD 1 TO WS-CD-ID-COUNT(WS-CD-FOUND)
                   MOVE AUD-OPERATOR-ID TO WS-CD-ID(WS-CD-FOUND,
                       WS-CD-ID-COUNT(WS-CD-FOUND))
               END-IF
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING AUD-TIMESTAMP(9:2) ":" AUD-TIMESTAMP(11:2) ":"
                   AUD-TIMESTAMP(13:2) " ECHEC " AUD-OPERATOR-ID
                   " SUR " AUD-NOM
                   DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
               PERFORM ADD-EVIDENCE-LINE
           END-IF.

       FIND-CANDIDATE.
      * Returns the candidate of WS-LOOK-RULE / WS-LOOK-SUBJECT in
      * WS-CD-FOUND, opening one when needed ; zero when the table
      * is full.
           MOVE 0 TO WS-CD-FOUND
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CD-TALLY OR WS-CD-FOUND > 0
               IF WS-CD-RULE(WS-CX) = WS-LOOK-RULE
                   AND WS-CD-SUBJECT(WS-CX) = WS-LOOK-SUBJECT
                   MOVE WS-CX TO WS-CD-FOUND
               END-IF
           END-PERFORM
           IF WS-CD-FOUND = 0
               IF WS-CD-TALLY < WS-CD-MAX
                   ADD 1 TO WS-CD-TALLY
                   MOVE WS-CD-TALLY TO WS-CD-FOUND
                   MOVE WS-LOOK-RULE TO WS-CD-RULE(WS-CD-FOUND)
                   MOVE WS-LOOK-SUBJECT TO WS-CD-SUBJECT(WS-CD-FOUND)
                   MOVE 0 TO WS-CD-COUNT(WS-CD-FOUND)
                   MOVE 0 TO WS-CD-ID-COUNT(WS-CD-FOUND)
                   MOVE 0 TO WS-CD-EV-COUNT(WS-CD-FOUND)
                   MOVE "N" TO WS-CD-HIT(WS-CD-FOUND)
               ELSE
                   ADD 1 TO WS-CD-SKIPPED
               END-IF
           END-IF.

       ADD-EVIDENCE-LINE.
           IF WS-CD-EV-COUNT(WS-CD-FOUND) < 10
               ADD 1 TO WS-CD-EV-COUNT(WS-CD-FOUND)
               MOVE WS-EVIDENCE-LINE TO WS-CD-EV-LINE(WS-CD-FOUND,
                   WS-CD-EV-COUNT(WS-CD-FOUND))
           END-IF.

       SCAN-JOURNALS.
      * Pass 1 counts : the scanned day's journal for DELSTA, every
      * journal of the FREQPE window for the people counts. Pass 2
      * walks the window again for the evidence of the people
      * raised.
           IF WS-RL-ACTIVE(WS-RULE-FREQPE) = "O"
               MOVE WS-RL-WINDOW(WS-RULE-FREQPE) TO WS-WINDOW-DAYS
               IF WS-WINDOW-DAYS = 0
                   MOVE 1 TO WS-WINDOW-DAYS
               END-IF
           ELSE
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-JOURNAL-DAY = WS-SCAN-INT - WS-WINDOW-DAYS + 1
           PERFORM UNTIL WS-JOURNAL-DAY > WS-SCAN-INT
               COMPUTE WS-JOURNAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-JOURNAL-DAY)
               PERFORM SCAN-ONE-JOURNAL
               ADD 1 TO WS-JOURNAL-DAY
           END-PERFORM.

       SCAN-ONE-JOURNAL.
      * A day without a journal had no change ; nothing to read.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING "JRNL." WS-JOURNAL-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           OPEN INPUT JOURNAL_FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ JOURNAL_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM CHECK-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL_FILE
           END-IF.

       CHECK-JOURNAL-RECORD.
      * PERSON-ID sits at 149 and STATUT at 206 of the people record
      * image (PERSONREC.cpy) ; a delete only has the before-image.
           IF JRN-ACTION = "DELETE" OR JRN-AFTER = SPACES
               MOVE JRN-BEFORE(149:6) TO WS-JRN-PERSON-ID
               MOVE JRN-BEFORE(1:20) TO WS-JRN-NOM
           ELSE
               MOVE JRN-AFTER(149:6) TO WS-JRN-PERSON-ID
               MOVE JRN-AFTER(1:20) TO WS-JRN-NOM
           END-IF
           IF WS-JOURNAL-PASS = 1
               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-JOURNAL-DATE = WS-SCAN-DATE
                   AND WS-RL-ACTIVE(WS-RULE-DELSTA) = "O"
                   PERFORM CHECK-STATUS-CHANGE
               END-IF
               IF WS-RL-ACTIVE(WS-RULE-FREQPE) = "O"
                   AND WS-JRN-PERSON-ID IS NUMERIC
                   PERFORM COUNT-PERSON-CHANGE
               END-IF
           ELSE
               IF WS-JRN-PERSON-ID IS NUMERIC
                   PERFORM ADD-PERSON-EVIDENCE
               END-IF
           END-IF.

       CHECK-STATUS-CHANGE.
      * A blank STATUT reads as "A", as everywhere else.
           MOVE JRN-BEFORE(206:1) TO WS-STATUT-BEFORE
           MOVE JRN-AFTER(206:1) TO WS-STATUT-AFTER
           IF WS-STATUT-BEFORE = SPACE
               MOVE "A" TO WS-STATUT-BEFORE
           END-IF
           IF WS-STATUT-AFTER = SPACE
               MOVE "A" TO WS-STATUT-AFTER
           END-IF
           MOVE SPACES TO WS-EVIDENCE-LINE
           EVALUATE TRUE
               WHEN JRN-ACTION = "DELETE"
                   STRING JRN-TIMESTAMP(9:2) ":" JRN-TIMESTAMP(11:2)
                       ":" JRN-TIMESTAMP(13:2) " SUPPRESSION "
                       WS-JRN-PERSON-ID " " WS-JRN-NOM
                       DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
               WHEN JRN-ACTION = "REWRIT"
                   AND JRN-BEFORE NOT = SPACES
                   AND WS-STATUT-BEFORE NOT = WS-STATUT-AFTER
                   STRING JRN-TIMESTAMP(9:2) ":" JRN-TIMESTAMP(11:2)
                       ":" JRN-TIMESTAMP(13:2) " STATUT "
                       WS-STATUT-BEFORE " -> " WS-STATUT-AFTER " "
                       WS-JRN-PERSON-ID " " WS-JRN-NOM
                       DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EVIDENCE-LINE NOT = SPACES
               MOVE WS-RULE-DELSTA TO WS-LOOK-RULE
               MOVE JRN-OPERATOR TO WS-LOOK-SUBJECT
               PERFORM FIND-CANDIDATE
               IF WS-CD-FOUND > 0
                   ADD 1 TO WS-CD-COUNT(WS-CD-FOUND)
                   PERFORM ADD-EVIDENCE-LINE
               END-IF
           END-IF.

       COUNT-PERSON-CHANGE.
           MOVE WS-JRN-PERSON-ID TO WS-JRN-PERSON-NUM
           MOVE 0 TO WS-PF-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PF-TALLY OR WS-PF-FOUND > 0
               IF WS-PF-ID(WS-PX) = WS-JRN-PERSON-NUM
                   MOVE WS-PX TO WS-PF-FOUND
               END-IF
           END-PERFORM
           IF WS-PF-FOUND = 0
               IF WS-PF-TALLY < WS-PF-MAX
                   ADD 1 TO WS-PF-TALLY
                   MOVE WS-PF-TALLY TO WS-PF-FOUND
                   MOVE WS-JRN-PERSON-NUM TO WS-PF-ID(WS-PF-FOUND)
                   MOVE 0 TO WS-PF-COUNT(WS-PF-FOUND)
                   MOVE "N" TO WS-PF-TODAY(WS-PF-FOUND)
               ELSE
                   ADD 1 TO WS-PF-SKIPPED
               END-IF
           END-IF
           IF WS-PF-FOUND > 0
               ADD 1 TO WS-PF-COUNT(WS-PF-FOUND)
               IF WS-JOURNAL-DATE = WS-SCAN-DATE
                   MOVE "Y" TO WS-PF-TODAY(WS-PF-FOUND)
               END-IF
           END-IF.

       PROMOTE-FREQUENT-PERSONS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PF-TALLY
               IF WS-PF-TODAY(WS-PX) = "Y"
                   AND WS-PF-COUNT(WS-PX) > WS-RL-LIMIT(WS-RULE-FREQPE)
                   MOVE WS-RULE-FREQPE TO WS-LOOK-RULE
                   MOVE WS-PF-ID(WS-PX) TO WS-LOOK-SUBJECT
                   PERFORM FIND-CANDIDATE
                   IF WS-CD-FOUND > 0
                       MOVE WS-PF-COUNT(WS-PX)
                           TO WS-CD-COUNT(WS-CD-FOUND)
                       ADD 1 TO WS-RL-HITS(WS-RULE-FREQPE)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-PERSON-EVIDENCE.
           MOVE 0 TO WS-CD-FOUND
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CD-TALLY OR WS-CD-FOUND > 0
               IF WS-CD-RULE(WS-CX) = WS-RULE-FREQPE
                   AND WS-CD-SUBJECT(WS-CX)(1:6) = WS-JRN-PERSON-ID
                   MOVE WS-CX TO WS-CD-FOUND
               END-IF
           END-PERFORM
           IF WS-CD-FOUND > 0
               MOVE WS-JOURNAL-DATE TO WS-DATE-WORK
               MOVE SPACES TO WS-LINE-DATE-DISPLAY
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-LINE-DATE-DISPLAY
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING WS-LINE-DATE-DISPLAY " " JRN-TIMESTAMP(9:2) ":"
                   JRN-TIMESTAMP(11:2) ":" JRN-TIMESTAMP(13:2) " "
                   JRN-OPERATOR " " JRN-ACTION " " WS-JRN-NOM
                   DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
               PERFORM ADD-EVIDENCE-LINE
           END-IF.

       MARK-HITS.
      * Counting thresholds are "more than" ; AUTOAP counts only the
      * approvals already judged suspect, ECHECS the distinct IDs.
           MOVE 0 TO WS-HIT-TALLY
           MOVE 0 TO WS-SESSION-SEQ
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               MOVE 0 TO WS-RL-HITS(WS-RX)
           END-PERFORM
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CD-TALLY
               MOVE WS-CD-RULE(WS-CX) TO WS-RX
               EVALUATE WS-RX
                   WHEN 4
                       IF WS-CD-COUNT(WS-CX) > 0
                           MOVE "Y" TO WS-CD-HIT(WS-CX)
                       END-IF
                   WHEN 5
                       IF WS-CD-ID-COUNT(WS-CX) > WS-RL-LIMIT(WS-RX)
                           MOVE "Y" TO WS-CD-HIT(WS-CX)
                       END-IF
                   WHEN OTHER
                       IF WS-CD-COUNT(WS-CX) > WS-RL-LIMIT(WS-RX)
                           MOVE "Y" TO WS-CD-HIT(WS-CX)
                       END-IF
               END-EVALUATE
               IF WS-CD-HIT(WS-CX) = "Y"
                   ADD 1 TO WS-HIT-TALLY
                   ADD 1 TO WS-RL-HITS(WS-RX)
                   PERFORM BUILD-HIT-TEXT
               END-IF
           END-PERFORM.

       BUILD-HIT-TEXT.
      * A session tag does not fit the key : the day's sessions are
      * numbered instead, in the order the trail met them.
           IF WS-RX = WS-RULE-ECHECS
               ADD 1 TO WS-SESSION-SEQ
               MOVE SPACES TO WS-SUBJECT-KEY
               STRING "S" WS-SESSION-SEQ DELIMITED BY SIZE
                   INTO WS-SUBJECT-KEY
           ELSE
               MOVE WS-CD-SUBJECT(WS-CX) TO WS-SUBJECT-KEY
           END-IF
           MOVE SPACES TO WS-CD-KEY(WS-CX)
           STRING "ANOM " WS-RL-CODE(WS-RX) " " WS-SCAN-DATE " "
               WS-SUBJECT-KEY
               DELIMITED BY SIZE INTO WS-CD-KEY(WS-CX)
           MOVE WS-CD-COUNT(WS-CX) TO WS-NUM-1
           MOVE WS-RL-LIMIT(WS-RX) TO WS-NUM-2
           MOVE WS-RL-WINDOW(WS-RX) TO WS-NUM-3
           MOVE SPACES TO WS-CD-TEXT(WS-CX)
           EVALUATE WS-RX
               WHEN 1
                   STRING "ANOMALIE DELSTA : "
                       FUNCTION TRIM(WS-CD-SUBJECT(WS-CX)) " - "
                       FUNCTION TRIM(WS-NUM-1)
                       " SUPPRESSION(S)/STATUT LE " WS-DATE-DISPLAY
                       " (SEUIL " FUNCTION TRIM(WS-NUM-2) ")"
                       DELIMITED BY SIZE INTO WS-CD-TEXT(WS-CX)
               WHEN 2
                   STRING "ANOMALIE FREQPE : PERSONNE "
                       FUNCTION TRIM(WS-CD-SUBJECT(WS-CX)) " - "
                       FUNCTION TRIM(WS-NUM-1) " MODIFICATIONS EN "
                       FUNCTION TRIM(WS-NUM-3) " J (SEUIL "
                       FUNCTION TRIM(WS-NUM-2) ")"
                       DELIMITED BY SIZE INTO WS-CD-TEXT(WS-CX)
               WHEN 3
                   STRING "ANOMALIE HORAIR : "
                       FUNCTION TRIM(WS-CD-SUBJECT(WS-CX)) " - "
                       FUNCTION TRIM(WS-NUM-1)
                       " ACTION(S) HORS HORAIRES LE " WS-DATE-DISPLAY
                       DELIMITED BY SIZE INTO WS-CD-TEXT(WS-CX)
               WHEN 4
                   STRING "ANOMALIE AUTOAP : "
                       FUNCTION TRIM(WS-CD-SUBJECT(WS-CX)) " - "
                       FUNCTION TRIM(WS-NUM-1)
                       " APPROBATION(S) SUSPECTE(S) LE "
                       WS-DATE-DISPLAY
                       DELIMITED BY SIZE INTO WS-CD-TEXT(WS-CX)
               WHEN 5
                   MOVE WS-CD-ID-COUNT(WS-CX) TO WS-NUM-1
                   STRING "ANOMALIE ECHECS : "
                       FUNCTION TRIM(WS-CD-SUBJECT(WS-CX)) " - "
                       FUNCTION TRIM(WS-NUM-1)
                       " ID EN ECHEC LE " WS-DATE-DISPLAY
                       DELIMITED BY SIZE INTO WS-CD-TEXT(WS-CX)
           END-EVALUATE.

       LOAD-KEEP-KEYS.
      * Evidence stays while its item is on the worklist or still
      * waiting in audit_alerts.txt for the dashboard. The scanned
      * day's own keys are dropped : this run writes them afresh.
           OPEN INPUT WORKLIST_FILE
           IF WS-WORKLIST-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ WORKLIST_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF EXW-KEY(1:5) = "ANOM "
                               MOVE EXW-KEY(13:8) TO WS-KEY-DATE
                               IF WS-KEY-DATE NOT = WS-SCAN-DATE
                                   AND WS-KEEP-TALLY < 400
                                   ADD 1 TO WS-KEEP-TALLY
                                   MOVE EXW-KEY
                                       TO WS-KEEP-KEY(WS-KEEP-TALLY)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST_FILE
           END-IF
           OPEN INPUT ALERT_FILE
           IF WS-ALERT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ ALERT_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM KEEP-PENDING-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT_FILE
           END-IF.

       KEEP-PENDING-ALERT.
      * An alert of an earlier day already on the worklist has been
      * carried ; one not yet carried is written back with tonight's.
           IF AAL-KEY NOT = SPACES
               MOVE AAL-KEY(13:8) TO WS-KEY-DATE
               IF WS-KEY-DATE NOT = WS-SCAN-DATE
                   MOVE "N" TO WS-KEEP-FOUND
                   PERFORM VARYING WS-KX FROM 1 BY 1
                           UNTIL WS-KX > WS-KEEP-TALLY
                       IF WS-KEEP-KEY(WS-KX) = AAL-KEY
                           MOVE "Y" TO WS-KEEP-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEEP-FOUND = "N"
                       IF WS-PA-TALLY < 200
                           ADD 1 TO WS-PA-TALLY
                           MOVE AAL-KEY TO WS-PA-KEY(WS-PA-TALLY)
                           MOVE AAL-TEXT TO WS-PA-TEXT(WS-PA-TALLY)
                       END-IF
                       IF WS-KEEP-TALLY < 400
                           ADD 1 TO WS-KEEP-TALLY
                           MOVE AAL-KEY TO WS-KEEP-KEY(WS-KEEP-TALLY)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-EVIDENCE.
      * The kept lines are copied to a work file, tonight's added,
      * and the work file replaces audit_evidence.txt.
           OPEN OUTPUT EVIDENCE_KEEP
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-KEEP-NAME
                   " - STATUS " WS-KEEP-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               OPEN INPUT EVIDENCE_FILE
               IF WS-EVIDENCE-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ EVIDENCE_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM COPY-KEPT-EVIDENCE
                       END-READ
                   END-PERFORM
                   CLOSE EVIDENCE_FILE
               END-IF
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CD-TALLY
                   IF WS-CD-HIT(WS-CX) = "Y"
                       PERFORM VARYING WS-IX FROM 1 BY 1
                               UNTIL WS-IX > WS-CD-EV-COUNT(WS-CX)
                           MOVE WS-CD-KEY(WS-CX) TO AEK-KEY
                           MOVE WS-CD-EV-LINE(WS-CX, WS-IX) TO AEK-LINE
                           WRITE EVIDENCE_KEEP_RECORD
                       END-PERFORM
                       PERFORM WRITE-EVIDENCE-OVERFLOW
                   END-IF
               END-PERFORM
               CLOSE EVIDENCE_KEEP
               CALL "CBL_DELETE_FILE" USING WS-EVIDENCE-NAME
                   RETURNING WS-FILE-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING WS-KEEP-NAME
                   WS-EVIDENCE-NAME
                   RETURNING WS-FILE-RC
               END-CALL
               IF WS-FILE-RC NOT = 0
                   DISPLAY "REMPLACEMENT IMPOSSIBLE DE "
                       FUNCTION TRIM(WS-EVIDENCE-NAME) ", VOIR "
                       FUNCTION TRIM(WS-KEEP-NAME)
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF.

       COPY-KEPT-EVIDENCE.
           MOVE "N" TO WS-KEEP-FOUND
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-KEEP-TALLY
               IF WS-KEEP-KEY(WS-KX) = AEV-KEY
                   MOVE "Y" TO WS-KEEP-FOUND
               END-IF
           END-PERFORM
           IF WS-KEEP-FOUND = "Y"
               MOVE AEV-KEY TO AEK-KEY
               MOVE AEV-LINE TO AEK-LINE
               WRITE EVIDENCE_KEEP_RECORD
           END-IF.

       WRITE-EVIDENCE-OVERFLOW.
           PERFORM BUILD-OVERFLOW-LINE
           IF WS-EVIDENCE-LINE NOT = SPACES
               MOVE WS-CD-KEY(WS-CX) TO AEK-KEY
               MOVE WS-EVIDENCE-LINE TO AEK-LINE
               WRITE EVIDENCE_KEEP_RECORD
           END-IF.

       BUILD-OVERFLOW-LINE.
      * Ten lines make the case ; the rest are counted.
           MOVE SPACES TO WS-EVIDENCE-LINE
           IF WS-CD-RULE(WS-CX) NOT = WS-RULE-FREQPE
               AND WS-CD-COUNT(WS-CX) > WS-CD-EV-COUNT(WS-CX)
               COMPUTE WS-NUM-1 =
                   WS-CD-COUNT(WS-CX) - WS-CD-EV-COUNT(WS-CX)
               STRING "... ET " FUNCTION TRIM(WS-NUM-1)
                   " AUTRE(S) LIGNE(S) NON REPRISE(S)"
                   DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
           END-IF.

       WRITE-ALERTS.
      * One line per hit ; the earlier days' lines the dashboard has
      * not carried yet are written back ahead of them.
           OPEN OUTPUT ALERT_FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit_alerts.txt - STATUS "
                   WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-PA-TALLY
                   MOVE WS-PA-KEY(WS-AX) TO AAL-KEY
                   MOVE WS-PA-TEXT(WS-AX) TO AAL-TEXT
                   WRITE ALERT_RECORD
               END-PERFORM
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CD-TALLY
                   IF WS-CD-HIT(WS-CX) = "Y"
                       MOVE WS-CD-KEY(WS-CX) TO AAL-KEY
                       MOVE WS-CD-TEXT(WS-CX) TO AAL-TEXT
                       WRITE ALERT_RECORD
                   END-IF
               END-PERFORM
               CLOSE ALERT_FILE
           END-IF.

       PRINT-ANOMALY-REPORT.
           MOVE "ANOMALIES DE LA PISTE D'AUDIT" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "JOURNEE ANALYSEE : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-READ-COUNT TO WS-NUM-1
           MOVE WS-JOURNAL-COUNT TO WS-NUM-2
           IF WS-USE-INDEX = "Y"
               STRING "ENREGISTREMENTS D'AUDIT LUS (audit.idx) : "
                   FUNCTION TRIM(WS-NUM-1)
                   "   LIGNES DE JOURNAL LUES : "
                   FUNCTION TRIM(WS-NUM-2)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "ENREGISTREMENTS D'AUDIT LUS (audit.log) : "
                   FUNCTION TRIM(WS-NUM-1)
                   "   LIGNES DE JOURNAL LUES : "
                   FUNCTION TRIM(WS-NUM-2)
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "REGLE  ACTIVE SEUIL FENETRE ANOMALIES  LIBELLE"
               TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
               MOVE WS-RL-LIMIT(WS-RX) TO WS-NUM-1
               MOVE WS-RL-WINDOW(WS-RX) TO WS-NUM-2
               MOVE WS-RL-HITS(WS-RX) TO WS-NUM-3
               MOVE SPACES TO PRINT-LINE
               STRING WS-RL-CODE(WS-RX) "   " WS-RL-ACTIVE(WS-RX)
                   "    " WS-NUM-1 "  " WS-NUM-2 "     " WS-NUM-3
                   "   " WS-RL-LABEL(WS-RX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-HIT-TALLY = 0
               MOVE "AUCUNE ANOMALIE." TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CD-TALLY
                   IF WS-CD-HIT(WS-CX) = "Y"
                       PERFORM PRINT-ONE-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CD-SKIPPED > 0 OR WS-PF-SKIPPED > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "*** TABLE PLEINE : ANALYSE PARTIELLE" TO
                   PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HIT-TALLY TO WS-NUM-1
           MOVE SPACES TO PRINT-LINE
           STRING "ANOMALIES PORTEES A LA PAGE DES EXCEPTIONS : "
               FUNCTION TRIM(WS-NUM-1)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-ONE-HIT.
           MOVE SPACES TO PRINT-LINE
           STRING WS-CD-KEY(WS-CX) " " WS-CD-TEXT(WS-CX)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-CD-RULE(WS-CX) = WS-RULE-ECHECS
               MOVE SPACES TO PRINT-LINE
               MOVE 1 TO WS-PTR
               STRING "      SESSION " WS-CD-SUBJECT(WS-CX)
                   " - IDENTIFIANTS :"
                   DELIMITED BY SIZE INTO PRINT-LINE
                   WITH POINTER WS-PTR
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-CD-ID-COUNT(WS-CX)
                   STRING " " WS-CD-ID(WS-CX, WS-IX)
                       DELIMITED BY SIZE INTO PRINT-LINE
                       WITH POINTER WS-PTR
               END-PERFORM
               WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CD-EV-COUNT(WS-CX)
               MOVE SPACES TO PRINT-LINE
               STRING "      " WS-CD-EV-LINE(WS-CX, WS-IX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           PERFORM BUILD-OVERFLOW-LINE
           IF WS-EVIDENCE-LINE NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "      " WS-EVIDENCE-LINE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
