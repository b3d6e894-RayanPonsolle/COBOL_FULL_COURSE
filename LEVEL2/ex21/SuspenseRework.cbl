      * count/hash trailer maintenance the way FileWrite.cbl posts its
      * own entries. Whatever was not posted or discarded is written
      * back so the queue shrinks instead of accumulating forever.
      * A posted record carries the branch of an operator scoped to
      * one branch in operators.dat (see BranchScope.cbl), blank
      * (central desk) otherwise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseRework.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-NEXT-PERSON-ID PIC 9(6) VALUE 1.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-DUP-FOUND PIC X.
           88 NOM-ALREADY-ON-FILE VALUE "Y".
       01  FILE-END PIC 9 VALUE 1.
       01  WS-KEPT-COUNT PIC 9(6) VALUE 0.
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
           COPY SCOPEVIEW.

       PROCEDURE DIVISION.
       MAIN.
               MOVE FUNCTION CURRENT-DATE(1:8) TO CAPTURE-DATE
               MOVE SPACES TO ADR-LIGNE-1 ADR-LIGNE-2 CODE-POSTAL
               MOVE SPACE TO CAPTURE-DATE-FLAG
               MOVE "P" TO SCP-ACTION
               MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
               MOVE SCP-BRANCH TO BRANCH-CODE
               MOVE 0 TO DATE-NAISSANCE
               MOVE SPACE TO DATE-NAISSANCE-FLAG
               MOVE SPACES TO TELEPHONE EMAIL
               MOVE 0 TO STATUT-DATE
               MOVE SPACE TO ADR-INVALID-FLAG
               MOVE 0 TO ADR-INVALID-DATE
               MOVE SPACE TO EMAIL-INVALID-FLAG
               MOVE 0 TO EMAIL-INVALID-DATE
               MOVE SPACE TO CIVILITE
               MOVE WS-NEXT-PERSON-ID TO PERSON-ID
               WRITE FILE_DATA
                   INVALID KEY
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
