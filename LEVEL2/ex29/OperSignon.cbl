      * can never fence the administrators out. A program the matrix
      * does not mention stays open to every signed-on operator.
      * Matrix refusals are audited (AUTREF).
      * Every sign-on granted writes a SIGNON audit record naming
      * the program, so each ID's last use can be read back from
      * the trail (OperatorActivity.cbl, OperatorSweep.cbl).
      * Failures and lockouts also name the program and carry the
      * session they came from in AUD-BEFORE-VILLE : SESSION_ID when
      * the login profile publishes one, else the process number,
      * which every program run from the same OpsConsole.cbl
      * session shares. AuditAnomaly.cbl reads it to catch one
      * session trying PINs against several IDs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperSignon.
       01  WS-PROGRAM-FOLDED PIC X(20).
       01  WS-LINE-FOLDED PIC X(20).
       01  WS-AUDIT-NOM PIC X(20) VALUE SPACES.
       01  WS-AUDIT-SESSION PIC X(20) VALUE SPACES.
       01  WS-SESSION-PID PIC S9(9) BINARY.
       01  WS-SESSION-PID-EDIT PIC 9(9).
       01  WS-SAVE-RC PIC S9(9) BINARY.
       01  WS-TRAINING-MODE PIC X.

       LINKAGE SECTION.
           ELSE
               MOVE "A" TO LK-SIGNON-RESULT
           END-IF
           PERFORM CHECK-AUTH-MATRIX
           IF LK-SIGNON-RESULT NOT = "R"
               MOVE "SIGNON" TO AUD-ACTION
               MOVE LK-PROGRAM-NAME TO WS-AUDIT-NOM
               PERFORM WRITE-SIGNON-AUDIT
               MOVE SPACES TO WS-AUDIT-NOM
           END-IF.

       CHECK-AUTH-MATRIX.
      * authmatrix.txt (maintained from OperatorMaint) maps who may

       WRITE-FAILURE-AUDIT.
           MOVE "OPRFAI" TO AUD-ACTION
           PERFORM SET-SESSION-TAG
           MOVE LK-PROGRAM-NAME TO WS-AUDIT-NOM
           PERFORM WRITE-SIGNON-AUDIT
           MOVE SPACES TO WS-AUDIT-NOM
           MOVE SPACES TO WS-AUDIT-SESSION.

       WRITE-LOCKOUT-AUDIT.
           MOVE "OPRLCK" TO AUD-ACTION
           PERFORM SET-SESSION-TAG
           MOVE LK-PROGRAM-NAME TO WS-AUDIT-NOM
           PERFORM WRITE-SIGNON-AUDIT
           MOVE SPACES TO WS-AUDIT-NOM
           MOVE SPACES TO WS-AUDIT-SESSION.

       SET-SESSION-TAG.
      * The caller's RETURN-CODE must come through the process
      * number lookup untouched.
           DISPLAY "SESSION_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-SESSION FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-SESSION = SPACES
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "C$GETPID" RETURNING WS-SESSION-PID
               END-CALL
               MOVE WS-SESSION-PID TO WS-SESSION-PID-EDIT
               STRING "PID " WS-SESSION-PID-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-SESSION
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-SIGNON-AUDIT.
           OPEN EXTEND AUDIT_LOG
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-AUDIT-NOM TO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE WS-AUDIT-SESSION TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE SPACES TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
