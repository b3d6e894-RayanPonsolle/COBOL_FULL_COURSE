      ******************************************************************
      * Name : KeyingQuality.cbl
      * Author: RayanPonsolle
      * Monthly keying-quality report per operator, the companion of
      * OperatorActivity.cbl : that one counts how much each operator
      * keys, this one how well. The month is the one before the
      * business date unless QUALITY_MONTH (aaaamm) names another.
      * Every ADD an operator keyed in the month is followed forward
      * through the audit trail on its NOM : an UPDATE by another
      * operator within 30 days counts the record as corrected, with
      * the field that changed (AGE, VILLE, or another field when
      * neither moved), and a REVERS by SessionRollback.cbl that
      * backs out exactly the values keyed counts it as reversed.
      * Overnight transactions (AUD-TX-REF set) are not keying and
      * are left out. On top of that the operator is charged with
      * the suspense.txt entries caused (the SUSPEN audit records
      * FileWrite.cbl chains when an entry is queued) and with the
      * maker-checker items refused in pending_rejects.txt, the
      * approved ones counting as work done. An approval is an
      * UPDATE/DELETE signed by a checker on operators.dat and
      * carrying the keying time ApprovePending.cbl puts in
      * AUD-TX-REF ; the change-order reference of VilleMassChange.cbl
      * and the DIF reference of EffectiveApply.cbl in the same field
      * are batch updates, neither approvals nor corrections.
      * The error rate is the records in error, suspense entries
      * and refusals over the records keyed, the suspense entries
      * and the maker-checker items submitted ;
      * the desk average is the same ratio for all operators and
      * the index is the operator's rate against it (100 = average).
      * An operator at 150 or more over at least 10 items is marked
      * for training. Operators are listed worst rate first.
      * The audit trail is read through audit.idx (AuditIndexLoad.cbl)
      * positioned on the date chain for the month and on the NOM
      * chain for the follow-up, so the archived months are covered ;
      * without the store audit.log is scanned as before. When the
      * 30 days after the month have not all passed the report says
      * the follow-up is still incomplete.
      * Supervisor only. Printed to keying_quality.prt (PRINT_FILE).
      * RETURN-CODE 4 nothing keyed in the month, 8 a table was full
      * and the figures are partial, 12 open error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyingQuality.

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

           SELECT PENDING_REJECTS ASSIGN TO "pending_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-FILE-STATUS.

           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       FD  PENDING_REJECTS.
       01  PENDING_REJECT_RECORD.
           05 REJ-PENDING.
               10 REJ-MAKER-ID PIC X(8).
               10 REJ-TIMESTAMP PIC X(15).
               10 FILLER PIC X(261).
           05 REJ-CHECKER-ID PIC X(8).
           05 REJ-REASON PIC X(30).

       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-INDEX-FILE-STATUS PIC XX.
       01  WS-REJECTS-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-OPER-OPEN PIC X VALUE "N".
           88 OPERATOR-FILE-OPEN VALUE "Y".
       01  WS-APPROVAL PIC X.
           88 APPROVED-ITEM VALUE "Y".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "keying_quality.prt".
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "KeyingQuality".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-CHAIN-END PIC 9.
       01  WS-USE-INDEX PIC X VALUE "N".
       01  WS-READ-COUNT PIC 9(8) VALUE 0.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-MONTH-INPUT PIC X(6) VALUE SPACES.
       01  WS-MONTH.
           05 WS-MONTH-YY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01  WS-MONTH-NUM REDEFINES WS-MONTH PIC 9(6).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-MONTH-FIRST PIC 9(8).
       01  WS-MONTH-LAST PIC 9(8).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-FIRST-DISPLAY PIC X(10).
       01  WS-LAST-DISPLAY PIC X(10).
       01  WS-AUDIT-DATE PIC X(8).
       01  WS-AUDIT-DAY PIC 9(7).
       01  WS-FOLLOW-DAYS PIC 9(3) VALUE 30.
       01  WS-FOLLOW-COMPLETE PIC X VALUE "Y".

      * ADD records keyed in the month, and what became of them.
       01  WS-ADD-TABLE.
           05 WS-AD-ENTRY OCCURS 5000 TIMES.
               10 WS-AD-OPERATOR PIC X(8).
               10 WS-AD-NOM PIC A(20).
               10 WS-AD-TIMESTAMP PIC X(15).
               10 WS-AD-DAY PIC 9(7).
               10 WS-AD-AGE PIC 99.
               10 WS-AD-VILLE PIC A(20).
               10 WS-AD-CORR-AGE PIC X.
               10 WS-AD-CORR-VILLE PIC X.
               10 WS-AD-CORR-OTHER PIC X.
               10 WS-AD-REVERSED PIC X.
       01  WS-AD-COUNT PIC 9(5) VALUE 0.
       01  WS-AD-MAX PIC 9(5) VALUE 5000.
       01  WS-AX PIC 9(5).
       01  WS-AD-SKIPPED PIC 9(6) VALUE 0.

      * One line per operator.
       01  WS-OPER-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-ADDS PIC 9(6).
               10 WS-OP-APPROVED PIC 9(6).
               10 WS-OP-CORRECTED PIC 9(6).
               10 WS-OP-CORR-AGE PIC 9(6).
               10 WS-OP-CORR-VILLE PIC 9(6).
               10 WS-OP-CORR-OTHER PIC 9(6).
               10 WS-OP-REVERSED PIC 9(6).
               10 WS-OP-SUSPENSE PIC 9(6).
               10 WS-OP-REJECTS PIC 9(6).
               10 WS-OP-ITEMS PIC 9(6).
               10 WS-OP-ERRORS PIC 9(6).
               10 WS-OP-RATE PIC 9(3)V9.
               10 WS-OP-INDEX PIC 9(4).
       01  WS-OP-COUNT PIC 9(3) VALUE 0.
       01  WS-OX PIC 9(3).
       01  WS-OY PIC 9(3).
       01  WS-OP-FOUND PIC 9(3).
       01  WS-OP-SKIPPED PIC 9(6) VALUE 0.
       01  WS-SWAP-ENTRY PIC X(82).
       01  WS-LOOK-OPERATOR PIC X(8).

      * Desk totals.
       01  WS-DESK-ADDS PIC 9(7) VALUE 0.
       01  WS-DESK-CORRECTED PIC 9(7) VALUE 0.
       01  WS-DESK-REVERSED PIC 9(7) VALUE 0.
       01  WS-DESK-SUSPENSE PIC 9(7) VALUE 0.
       01  WS-DESK-REJECTS PIC 9(7) VALUE 0.
       01  WS-DESK-ITEMS PIC 9(7) VALUE 0.
       01  WS-DESK-ERRORS PIC 9(7) VALUE 0.
       01  WS-DESK-RATE PIC 9(3)V9 VALUE 0.
       01  WS-TRAINING-INDEX PIC 9(4) VALUE 150.
       01  WS-TRAINING-MIN-ITEMS PIC 9(4) VALUE 10.
       01  WS-TRAINING-COUNT PIC 9(3) VALUE 0.

       01  WS-RATE-DISPLAY PIC ZZ9.9.
       01  WS-INDEX-DISPLAY PIC ZZZ9.
       01  WS-NUM-1 PIC Z(5)9.
       01  WS-NUM-2 PIC Z(5)9.
       01  WS-NUM-3 PIC Z(5)9.
       01  WS-NUM-4 PIC Z(5)9.
       01  WS-NUM-5 PIC Z(5)9.
       01  WS-NUM-6 PIC Z(5)9.
       01  WS-NUM-7 PIC Z(5)9.
       01  WS-NUM-8 PIC Z(5)9.
       01  WS-NUM-9 PIC Z(5)9.
       01  WS-FLAG-TEXT PIC X(14).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "S"
               DISPLAY "OUTIL RESERVE AU SUPERVISEUR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "keying_quality.prt" TO WS-PRINT-FILENAME
           END-IF.
           PERFORM SET-REPORT-MONTH.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.
           OPEN INPUT OPERATOR_FILE.
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPER-OPEN
           END-IF.

           OPEN INPUT AUDIT_INDEX.
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE "Y" TO WS-USE-INDEX
               PERFORM COLLECT-FROM-INDEX
               PERFORM FOLLOW-FROM-INDEX
               CLOSE AUDIT_INDEX
           ELSE
               PERFORM COLLECT-FROM-LOG
               IF RETURN-CODE >= 12
                   GOBACK
               END-IF
               PERFORM FOLLOW-FROM-LOG
           END-IF.
           PERFORM READ-PENDING-REJECTS.
           IF OPERATOR-FILE-OPEN
               CLOSE OPERATOR_FILE
           END-IF.

           PERFORM TALLY-OPERATORS.
           PERFORM SORT-OPERATORS.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-QUALITY-REPORT.
           CLOSE PRINT_FILE.

           IF WS-OP-COUNT = 0
               DISPLAY "AUCUNE SAISIE POUR LE MOIS " WS-MONTH-NUM
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-OP-COUNT TO WS-NUM-1
               MOVE WS-DESK-RATE TO WS-RATE-DISPLAY
               MOVE WS-TRAINING-COUNT TO WS-NUM-2
               DISPLAY "MOIS " WS-MONTH-NUM " : "
                   FUNCTION TRIM(WS-NUM-1) " OPERATEUR(S), TAUX "
                   "D'ERREUR MOYEN " FUNCTION TRIM(WS-RATE-DISPLAY)
                   " %, " FUNCTION TRIM(WS-NUM-2)
                   " A ACCOMPAGNER"
           END-IF.
           GOBACK.

       SET-REPORT-MONTH.
      * Default : the month before the business date.
           DISPLAY "QUALITY_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MONTH-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-MONTH-INPUT = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               IF WS-MONTH-INPUT IS NOT NUMERIC
                   DISPLAY "QUALITY_MONTH INVALIDE (AAAAMM) : "
                       WS-MONTH-INPUT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-MONTH-INPUT TO WS-MONTH
                   IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                       DISPLAY "QUALITY_MONTH INVALIDE (AAAAMM) : "
                           WS-MONTH-INPUT
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               MOVE WS-MONTH-YY TO WS-DW-YY
               MOVE WS-MONTH-MM TO WS-DW-MM
               MOVE 1 TO WS-DW-DD
               MOVE WS-DATE-WORK-NUM TO WS-MONTH-FIRST
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-FIRST-DISPLAY
               IF WS-DW-MM = 12
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YY
               ELSE
                   ADD 1 TO WS-DW-MM
               END-IF
               COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) - 1)
               MOVE WS-MONTH-LAST TO WS-DATE-WORK
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-LAST-DISPLAY
               IF FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   < FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST)
                   + WS-FOLLOW-DAYS
                   MOVE "N" TO WS-FOLLOW-COMPLETE
               END-IF
           END-IF.

       COLLECT-FROM-INDEX.
      * The month's activity, positioned on the date chain.
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-MONTH-FIRST TO AIX-DATE
           START AUDIT_INDEX KEY IS NOT LESS THAN AIX-DATE
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ AUDIT_INDEX NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF AIX-DATE > WS-MONTH-LAST
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           MOVE AIX-IMAGE TO AUDIT-RECORD
                           PERFORM COLLECT-MONTH-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       FOLLOW-FROM-INDEX.
      * Each ADD is followed on its own NOM chain.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AD-COUNT
               MOVE 0 TO WS-CHAIN-END
               MOVE WS-AD-NOM(WS-AX) TO AIX-NOM
               START AUDIT_INDEX KEY IS = AIX-NOM
                   INVALID KEY
                       MOVE 1 TO WS-CHAIN-END
               END-START
               PERFORM UNTIL WS-CHAIN-END = 1
                   READ AUDIT_INDEX NEXT RECORD
                       AT END
                           MOVE 1 TO WS-CHAIN-END
                       NOT AT END
                           IF AIX-NOM NOT = WS-AD-NOM(WS-AX)
                               MOVE 1 TO WS-CHAIN-END
                           ELSE
                               MOVE AIX-IMAGE TO AUDIT-RECORD
                               PERFORM CHECK-FOLLOW-UP
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       COLLECT-FROM-LOG.
      * Legacy path for a shop that has not built audit.idx yet.
           OPEN INPUT AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-DATE
                           IF WS-AUDIT-DATE >= WS-MONTH-FIRST
                               AND WS-AUDIT-DATE <= WS-MONTH-LAST
                               ADD 1 TO WS-READ-COUNT
                               PERFORM COLLECT-MONTH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_LOG
           END-IF.

       FOLLOW-FROM-LOG.
           OPEN INPUT AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AUD-ACTION = "UPDATE"
                               OR AUD-ACTION = "REVERS"
                               PERFORM FOLLOW-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT_LOG
           END-IF.

       FOLLOW-LOG-RECORD.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AD-COUNT
               IF WS-AD-NOM(WS-AX) = AUD-NOM
                   PERFORM CHECK-FOLLOW-UP
               END-IF
           END-PERFORM.

       COLLECT-MONTH-RECORD.
      * Keyed ADDs go to the follow-up table ; suspense entries and
      * approved maker-checker items are counted straight away.
           EVALUATE TRUE
               WHEN AUD-ACTION = "ADD" AND AUD-TX-REF = SPACES
                   MOVE AUD-OPERATOR-ID TO WS-LOOK-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-FOUND > 0
                       ADD 1 TO WS-OP-ADDS(WS-OP-FOUND)
                       PERFORM ADD-KEYED-RECORD
                   END-IF
               WHEN AUD-ACTION = "SUSPEN"
                   MOVE AUD-OPERATOR-ID TO WS-LOOK-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-FOUND > 0
                       ADD 1 TO WS-OP-SUSPENSE(WS-OP-FOUND)
                   END-IF
               WHEN (AUD-ACTION = "UPDATE" OR AUD-ACTION = "DELETE")
                   AND AUD-CHECKER-ID NOT = SPACES
                   PERFORM CHECK-APPROVAL
                   IF APPROVED-ITEM
                       MOVE AUD-OPERATOR-ID TO WS-LOOK-OPERATOR
                       PERFORM FIND-OPERATOR
                       IF WS-OP-FOUND > 0
                           ADD 1 TO WS-OP-APPROVED(WS-OP-FOUND)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-KEYED-RECORD.
           IF WS-AD-COUNT >= WS-AD-MAX
               ADD 1 TO WS-AD-SKIPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-AD-COUNT
               MOVE AUD-OPERATOR-ID TO WS-AD-OPERATOR(WS-AD-COUNT)
               MOVE AUD-NOM TO WS-AD-NOM(WS-AD-COUNT)
               MOVE AUD-TIMESTAMP TO WS-AD-TIMESTAMP(WS-AD-COUNT)
               MOVE AUD-TIMESTAMP(1:8) TO WS-DATE-WORK
               COMPUTE WS-AD-DAY(WS-AD-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               MOVE AUD-AFTER-AGE TO WS-AD-AGE(WS-AD-COUNT)
               MOVE AUD-AFTER-VILLE TO WS-AD-VILLE(WS-AD-COUNT)
               MOVE "N" TO WS-AD-CORR-AGE(WS-AD-COUNT)
               MOVE "N" TO WS-AD-CORR-VILLE(WS-AD-COUNT)
               MOVE "N" TO WS-AD-CORR-OTHER(WS-AD-COUNT)
               MOVE "N" TO WS-AD-REVERSED(WS-AD-COUNT)
           END-IF.

       CHECK-FOLLOW-UP.
      * AUDIT-RECORD holds a later record on the NOM of ADD entry
      * WS-AX. Only the 30 days after the ADD are looked at.
           IF AUD-TIMESTAMP > WS-AD-TIMESTAMP(WS-AX)
               MOVE AUD-TIMESTAMP(1:8) TO WS-DATE-WORK
               COMPUTE WS-AUDIT-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               IF WS-AUDIT-DAY <= WS-AD-DAY(WS-AX) + WS-FOLLOW-DAYS
                   EVALUATE TRUE
                       WHEN AUD-ACTION = "UPDATE"
                           AND AUD-OPERATOR-ID
                               NOT = WS-AD-OPERATOR(WS-AX)
                           AND AUD-CHECKER-ID = SPACES
                           PERFORM NOTE-CORRECTION
                       WHEN AUD-ACTION = "UPDATE"
                           AND AUD-OPERATOR-ID
                               NOT = WS-AD-OPERATOR(WS-AX)
                           PERFORM CHECK-APPROVAL
                           IF APPROVED-ITEM
                               PERFORM NOTE-CORRECTION
                           END-IF
                       WHEN AUD-ACTION = "REVERS"
                           AND AUD-BEFORE-AGE = WS-AD-AGE(WS-AX)
                           AND AUD-BEFORE-VILLE = WS-AD-VILLE(WS-AX)
                           AND AUD-AFTER-AGE = 0
                           AND AUD-AFTER-VILLE = SPACES
                           MOVE "Y" TO WS-AD-REVERSED(WS-AX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-APPROVAL.
      * A maker-checker approval : the keying time in AUD-TX-REF and
      * a checker known to operators.dat. Without the operator file
      * the keying time alone decides.
           MOVE "N" TO WS-APPROVAL
           IF AUD-TX-REF IS NUMERIC
               IF OPERATOR-FILE-OPEN
                   MOVE AUD-CHECKER-ID TO OPER-ID
                   READ OPERATOR_FILE
                       KEY IS OPER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPROVAL
                   END-READ
               ELSE
                   MOVE "Y" TO WS-APPROVAL
               END-IF
           END-IF.

       NOTE-CORRECTION.
           IF AUD-BEFORE-AGE NOT = AUD-AFTER-AGE
               MOVE "Y" TO WS-AD-CORR-AGE(WS-AX)
           END-IF.
           IF AUD-BEFORE-VILLE NOT = AUD-AFTER-VILLE
               MOVE "Y" TO WS-AD-CORR-VILLE(WS-AX)
           END-IF.
           IF AUD-BEFORE-AGE = AUD-AFTER-AGE
               AND AUD-BEFORE-VILLE = AUD-AFTER-VILLE
               MOVE "Y" TO WS-AD-CORR-OTHER(WS-AX)
           END-IF.

       READ-PENDING-REJECTS.
      * A refused maker-checker item is charged to its maker in the
      * month it was keyed.
           OPEN INPUT PENDING_REJECTS.
           IF WS-REJECTS-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PENDING_REJECTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF REJ-TIMESTAMP(1:8) >= WS-MONTH-FIRST
                               AND REJ-TIMESTAMP(1:8) <= WS-MONTH-LAST
                               MOVE REJ-MAKER-ID TO WS-LOOK-OPERATOR
                               PERFORM FIND-OPERATOR
                               IF WS-OP-FOUND > 0
                                   ADD 1 TO WS-OP-REJECTS(WS-OP-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING_REJECTS
           END-IF.

       FIND-OPERATOR.
      * Returns the line of WS-LOOK-OPERATOR in WS-OP-FOUND, adding
      * it when new ; 0 when the table is full.
           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT OR WS-OP-FOUND > 0
               IF WS-OP-ID(WS-OX) = WS-LOOK-OPERATOR
                   MOVE WS-OX TO WS-OP-FOUND
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND = 0
               IF WS-OP-COUNT >= 200
                   ADD 1 TO WS-OP-SKIPPED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-FOUND
                   INITIALIZE WS-OP-ENTRY(WS-OP-FOUND)
                   MOVE WS-LOOK-OPERATOR TO WS-OP-ID(WS-OP-FOUND)
               END-IF
           END-IF.

       TALLY-OPERATORS.
      * Roll the followed ADDs up to their operator, then work out
      * each rate and the desk average.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AD-COUNT
               MOVE WS-AD-OPERATOR(WS-AX) TO WS-LOOK-OPERATOR
               PERFORM FIND-OPERATOR
               IF WS-AD-CORR-AGE(WS-AX) = "Y"
                   ADD 1 TO WS-OP-CORR-AGE(WS-OP-FOUND)
               END-IF
               IF WS-AD-CORR-VILLE(WS-AX) = "Y"
                   ADD 1 TO WS-OP-CORR-VILLE(WS-OP-FOUND)
               END-IF
               IF WS-AD-CORR-OTHER(WS-AX) = "Y"
                   ADD 1 TO WS-OP-CORR-OTHER(WS-OP-FOUND)
               END-IF
               IF WS-AD-CORR-AGE(WS-AX) = "Y"
                   OR WS-AD-CORR-VILLE(WS-AX) = "Y"
                   OR WS-AD-CORR-OTHER(WS-AX) = "Y"
                   ADD 1 TO WS-OP-CORRECTED(WS-OP-FOUND)
               END-IF
               IF WS-AD-REVERSED(WS-AX) = "Y"
                   ADD 1 TO WS-OP-REVERSED(WS-OP-FOUND)
               END-IF
               IF WS-AD-CORR-AGE(WS-AX) = "Y"
                   OR WS-AD-CORR-VILLE(WS-AX) = "Y"
                   OR WS-AD-CORR-OTHER(WS-AX) = "Y"
                   OR WS-AD-REVERSED(WS-AX) = "Y"
                   ADD 1 TO WS-OP-ERRORS(WS-OP-FOUND)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT
               COMPUTE WS-OP-ITEMS(WS-OX) = WS-OP-ADDS(WS-OX)
                   + WS-OP-SUSPENSE(WS-OX) + WS-OP-APPROVED(WS-OX)
                   + WS-OP-REJECTS(WS-OX)
               ADD WS-OP-SUSPENSE(WS-OX) WS-OP-REJECTS(WS-OX)
                   TO WS-OP-ERRORS(WS-OX)
               ADD WS-OP-ADDS(WS-OX) TO WS-DESK-ADDS
               ADD WS-OP-CORRECTED(WS-OX) TO WS-DESK-CORRECTED
               ADD WS-OP-REVERSED(WS-OX) TO WS-DESK-REVERSED
               ADD WS-OP-SUSPENSE(WS-OX) TO WS-DESK-SUSPENSE
               ADD WS-OP-REJECTS(WS-OX) TO WS-DESK-REJECTS
               ADD WS-OP-ITEMS(WS-OX) TO WS-DESK-ITEMS
               ADD WS-OP-ERRORS(WS-OX) TO WS-DESK-ERRORS
               IF WS-OP-ITEMS(WS-OX) > 0
                   COMPUTE WS-OP-RATE(WS-OX) ROUNDED =
                       WS-OP-ERRORS(WS-OX) * 100 / WS-OP-ITEMS(WS-OX)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-OP-RATE(WS-OX)
                   END-COMPUTE
               END-IF
           END-PERFORM.
           IF WS-DESK-ITEMS > 0
               COMPUTE WS-DESK-RATE ROUNDED =
                   WS-DESK-ERRORS * 100 / WS-DESK-ITEMS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-DESK-RATE
               END-COMPUTE
           END-IF.

           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT
               IF WS-DESK-RATE > 0
                   COMPUTE WS-OP-INDEX(WS-OX) ROUNDED =
                       WS-OP-RATE(WS-OX) * 100 / WS-DESK-RATE
                       ON SIZE ERROR
                           MOVE 9999 TO WS-OP-INDEX(WS-OX)
                   END-COMPUTE
               END-IF
               IF WS-OP-INDEX(WS-OX) >= WS-TRAINING-INDEX
                   AND WS-OP-ITEMS(WS-OX) >= WS-TRAINING-MIN-ITEMS
                   ADD 1 TO WS-TRAINING-COUNT
               END-IF
           END-PERFORM.

       SORT-OPERATORS.
      * Worst rate first ; ties by operator.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX >= WS-OP-COUNT
               PERFORM VARYING WS-OY FROM 1 BY 1
                       UNTIL WS-OY > WS-OP-COUNT - WS-OX
                   IF WS-OP-RATE(WS-OY) < WS-OP-RATE(WS-OY + 1)
                       OR (WS-OP-RATE(WS-OY) = WS-OP-RATE(WS-OY + 1)
                       AND WS-OP-ID(WS-OY) > WS-OP-ID(WS-OY + 1))
                       MOVE WS-OP-ENTRY(WS-OY) TO WS-SWAP-ENTRY
                       MOVE WS-OP-ENTRY(WS-OY + 1)
                           TO WS-OP-ENTRY(WS-OY)
                       MOVE WS-SWAP-ENTRY TO WS-OP-ENTRY(WS-OY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-QUALITY-REPORT.
           MOVE SPACES TO PRINT-LINE.
           STRING "QUALITE DE SAISIE PAR OPERATEUR - MOIS DU "
               WS-FIRST-DISPLAY " AU " WS-LAST-DISPLAY
               " - EDITE LE " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF WS-USE-INDEX = "Y"
               MOVE "SOURCE : audit.idx (ARCHIVES COMPRISES)"
                   TO PRINT-LINE
           ELSE
               MOVE "SOURCE : audit.log (SANS LES ARCHIVES)"
                   TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           IF WS-FOLLOW-COMPLETE NOT = "Y"
               MOVE WS-FOLLOW-DAYS TO WS-NUM-1
               MOVE SPACES TO PRINT-LINE
               STRING "ATTENTION : LES " FUNCTION TRIM(WS-NUM-1)
                   " JOURS DE SUIVI NE SONT PAS ECOULES, LES "
                   "CORRECTIONS SONT INCOMPLETES"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "OPERATEUR SAISIES VALIDEES CORRIGES      AGE"
               "    VILLE    AUTRE  ANNULES  SUSPENS   REJETS"
               " TAUX %  INDICE"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE(1:110).
           WRITE PRINT-LINE.

           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OP-COUNT
               PERFORM PRINT-OPERATOR-LINE
           END-PERFORM.
           IF WS-OP-COUNT = 0
               MOVE "AUCUNE SAISIE DANS LE MOIS." TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE(1:110).
           WRITE PRINT-LINE.
           MOVE WS-DESK-ADDS TO WS-NUM-1.
           MOVE WS-DESK-CORRECTED TO WS-NUM-2.
           MOVE WS-DESK-REVERSED TO WS-NUM-3.
           MOVE WS-DESK-SUSPENSE TO WS-NUM-4.
           MOVE WS-DESK-REJECTS TO WS-NUM-5.
           MOVE WS-DESK-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO PRINT-LINE.
           STRING "MOYENNE DU SERVICE : " WS-NUM-1 " SAISIES, "
               WS-NUM-2 " CORRIGEES, " WS-NUM-3 " ANNULEES, "
               WS-NUM-4 " SUSPENS, " WS-NUM-5 " REJETS - TAUX "
               WS-RATE-DISPLAY " %"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TRAINING-COUNT TO WS-NUM-1.
           MOVE WS-TRAINING-INDEX TO WS-NUM-2.
           MOVE WS-TRAINING-MIN-ITEMS TO WS-NUM-3.
           MOVE SPACES TO PRINT-LINE.
           STRING "OPERATEURS A ACCOMPAGNER (INDICE "
               FUNCTION TRIM(WS-NUM-2) " OU PLUS SUR "
               FUNCTION TRIM(WS-NUM-3) " ELEMENTS AU MOINS) : "
               FUNCTION TRIM(WS-NUM-1)
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-AD-SKIPPED > 0 OR WS-OP-SKIPPED > 0
               MOVE WS-AD-SKIPPED TO WS-NUM-1
               MOVE WS-OP-SKIPPED TO WS-NUM-2
               MOVE SPACES TO PRINT-LINE
               STRING "ATTENTION : TABLES PLEINES, " WS-NUM-1
                   " SAISIE(S) NON SUIVIE(S), " WS-NUM-2
                   " ELEMENT(S) D'OPERATEUR NON COMPTE(S)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "ENREGISTREMENTS D'AUDIT DU MOIS LUS : "
               WS-READ-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-OPERATOR-LINE.
           MOVE WS-OP-ADDS(WS-OX) TO WS-NUM-1.
           MOVE WS-OP-APPROVED(WS-OX) TO WS-NUM-2.
           MOVE WS-OP-CORRECTED(WS-OX) TO WS-NUM-3.
           MOVE WS-OP-CORR-AGE(WS-OX) TO WS-NUM-4.
           MOVE WS-OP-CORR-VILLE(WS-OX) TO WS-NUM-5.
           MOVE WS-OP-CORR-OTHER(WS-OX) TO WS-NUM-6.
           MOVE WS-OP-REVERSED(WS-OX) TO WS-NUM-7.
           MOVE WS-OP-SUSPENSE(WS-OX) TO WS-NUM-8.
           MOVE WS-OP-REJECTS(WS-OX) TO WS-NUM-9.
           MOVE WS-OP-RATE(WS-OX) TO WS-RATE-DISPLAY.
           MOVE WS-OP-INDEX(WS-OX) TO WS-INDEX-DISPLAY.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-OP-INDEX(WS-OX) >= WS-TRAINING-INDEX
               AND WS-OP-ITEMS(WS-OX) >= WS-TRAINING-MIN-ITEMS
               MOVE "A ACCOMPAGNER" TO WS-FLAG-TEXT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-OP-ID(WS-OX) "   " WS-NUM-1 "   " WS-NUM-2
               "   " WS-NUM-3 "   " WS-NUM-4 "   " WS-NUM-5
               "   " WS-NUM-6 "   " WS-NUM-7 "   " WS-NUM-8
               "   " WS-NUM-9 "   " WS-RATE-DISPLAY "    "
               WS-INDEX-DISPLAY "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
