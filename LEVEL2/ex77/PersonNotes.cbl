      * automatically when the record is pulled up, and
      * NameDupReport.cbl flags clusters already carrying one so the
      * same cluster stops being re-investigated every week. Adding
      * and removing are audited (NOTADD / NOTDEL). Reading notes
      * is written to the read-access trail through AccessLog.cbl
      * with the name asked for (notes carry no person number).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonNotes.
       01  WS-NOTE-TALLY PIC 9(3) VALUE 0.
       01  WS-NX PIC 9(3).
       01  WS-SHOWN PIC 9(3).
       01  WS-ACCESS-ID PIC 9(6) VALUE 0.
       01  WS-ACCESS-CRITERIA PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           IF WS-SHOWN = 0
               DISPLAY "  (AUCUNE NOTE)"
           END-IF.
           MOVE SPACES TO WS-ACCESS-CRITERIA.
           IF WS-NOM-INPUT = SPACES
               MOVE "NOTES : TOUTES" TO WS-ACCESS-CRITERIA
           ELSE
               STRING "NOTES " WS-NOM-INPUT
                   DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
           END-IF.
           CALL "AccessLog" USING WS-PROGRAM-NAME WS-ACCESS-ID
               WS-NOM-INPUT WS-ACCESS-CRITERIA
           END-CALL.

       ADD-NOTE.
           IF WS-NOTE-TALLY >= 200
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE SPACES TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
