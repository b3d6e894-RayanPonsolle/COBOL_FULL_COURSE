      ******************************************************************
      * Name : BranchScope.cbl
      * Author: RayanPonsolle
      * Shared record-scope check CALLed by every program that shows,
      * corrects, prints or extracts people for the operator at the
      * desk. Branch staff now sign on directly : an operator whose
      * operators.dat record carries OPER-BRANCH-SCOPE only reaches
      * the persons carrying that BRANCH-CODE, plus the central-desk
      * records (no branch code) when OPER-BRANCH-CENTRAL is "C".
      * OperSignon.cbl and the authorisation matrix decide which
      * programs an operator may run ; this decides which records.
      * The caller passes the person record and SCOPEVIEW.cpy : "C"
      * answers in or out of scope, "A" also audits a refusal
      * (SCPREF, the person's NOM, the calling program and the
      * record's branch), "F" audits a search or extract that left
      * records out (SCPFLT, what was keyed and how many, up to 99),
      * "P" only returns the scope, for stamping new records.
      * The operator is taken from USER, like the sign-on, and the
      * scope is read once per run and kept. With no operators.dat
      * (legacy mode), an ID not on the file, or a blank scope, the
      * whole country is in scope as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchScope.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TIMESTAMP PIC X(15).
       01  WS-SCOPE-LOADED PIC X VALUE "N".
       01  WS-SCOPE-BRANCH PIC X(8) VALUE SPACES.
       01  WS-SCOPE-CENTRAL PIC X VALUE "Y".
       01  WS-AUDIT-ACTION PIC X(6).
       01  WS-AUDIT-NOM PIC X(20).
       01  WS-AUDIT-COUNT PIC 99.
       01  WS-AUDIT-BRANCH PIC X(20).

       LINKAGE SECTION.
           COPY PERSONREC.
           COPY SCOPEVIEW.

       PROCEDURE DIVISION USING FILE_DATA SCOPE-VIEW.
       MAIN.
           IF WS-SCOPE-LOADED NOT = "Y"
               PERFORM LOAD-OPERATOR-SCOPE
               MOVE "Y" TO WS-SCOPE-LOADED
           END-IF.

           MOVE WS-SCOPE-BRANCH TO SCP-BRANCH.
           MOVE WS-SCOPE-CENTRAL TO SCP-CENTRAL.
           EVALUATE SCP-ACTION
               WHEN "C"
                   PERFORM CHECK-RECORD-SCOPE
               WHEN "A"
                   PERFORM CHECK-RECORD-SCOPE
                   IF SCOPE-OUT
                       MOVE "SCPREF" TO WS-AUDIT-ACTION
                       MOVE NOM TO WS-AUDIT-NOM
                       MOVE 0 TO WS-AUDIT-COUNT
                       IF BRANCH-CODE = SPACES
                           MOVE "CENTRAL" TO WS-AUDIT-BRANCH
                       ELSE
                           MOVE BRANCH-CODE TO WS-AUDIT-BRANCH
                       END-IF
                       PERFORM WRITE-SCOPE-AUDIT
                   END-IF
               WHEN "F"
                   MOVE "I" TO SCP-RESULT
                   IF WS-SCOPE-BRANCH NOT = SPACES AND SCP-HIDDEN > 0
                       MOVE "SCPFLT" TO WS-AUDIT-ACTION
                       MOVE SCP-SUBJECT TO WS-AUDIT-NOM
                       IF SCP-HIDDEN > 99
                           MOVE 99 TO WS-AUDIT-COUNT
                       ELSE
                           MOVE SCP-HIDDEN TO WS-AUDIT-COUNT
                       END-IF
                       MOVE WS-SCOPE-BRANCH TO WS-AUDIT-BRANCH
                       PERFORM WRITE-SCOPE-AUDIT
                   END-IF
               WHEN OTHER
                   MOVE "I" TO SCP-RESULT
           END-EVALUATE.
           GOBACK.

       LOAD-OPERATOR-SCOPE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF
           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF
           MOVE SPACES TO WS-SCOPE-BRANCH
           MOVE "Y" TO WS-SCOPE-CENTRAL
           OPEN INPUT OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR_FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      * Records keyed before the field existed read back blank or
      * empty : those operators keep the whole country.
                       IF OPER-BRANCH-SCOPE NOT = SPACES
                           AND OPER-BRANCH-SCOPE NOT = LOW-VALUES
                           MOVE FUNCTION UPPER-CASE(OPER-BRANCH-SCOPE)
                               TO WS-SCOPE-BRANCH
                           IF OPER-BRANCH-CENTRAL NOT = "C"
                               MOVE "N" TO WS-SCOPE-CENTRAL
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERATOR_FILE
           END-IF.

       CHECK-RECORD-SCOPE.
           EVALUATE TRUE
               WHEN WS-SCOPE-BRANCH = SPACES
                   MOVE "I" TO SCP-RESULT
               WHEN BRANCH-CODE = WS-SCOPE-BRANCH
                   MOVE "I" TO SCP-RESULT
               WHEN BRANCH-CODE = SPACES AND WS-SCOPE-CENTRAL = "Y"
                   MOVE "I" TO SCP-RESULT
               WHEN OTHER
                   MOVE "O" TO SCP-RESULT
           END-EVALUATE.

       WRITE-SCOPE-AUDIT.
      * The caller hands audit.log over for the time of the call.
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE WS-AUDIT-NOM TO AUD-NOM
               MOVE WS-AUDIT-COUNT TO AUD-BEFORE-AGE
               MOVE SCP-PROGRAM TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE WS-AUDIT-BRANCH TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.
