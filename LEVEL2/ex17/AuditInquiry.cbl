      * filtered, on the date chain when a date range is, and the
      * store covers the archived months too. Without the store the
      * front-to-back scan of audit.log works as before.
      * An inquiry filtered on a name is a look at that person and
      * is written to the read-access trail through AccessLog.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry.
       01  HDR-LINE-2 PIC X(80).
       01  HDR-LINE-3 PIC X(120).
       01  DETAIL-LINE PIC X(120).
       01  WS-ACCESS-PROGRAM PIC X(20) VALUE "AuditInquiry".
       01  WS-ACCESS-ID PIC 9(6) VALUE 0.
       01  WS-ACCESS-CRITERIA PIC X(30).

       PROCEDURE DIVISION.
       MAIN.

           PERFORM PRINT-SUMMARY.
           CLOSE PRINT_FILE.
           IF WS-FILTER-NOM NOT = SPACES
               MOVE SPACES TO WS-ACCESS-CRITERIA
               STRING "AUDIT " WS-FILTER-NOM
                   DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               CALL "AccessLog" USING WS-ACCESS-PROGRAM WS-ACCESS-ID
                   WS-FILTER-NOM WS-ACCESS-CRITERIA
               END-CALL
           END-IF.
           IF WS-MATCH-COUNT = 0
               DISPLAY "AUCUN ENREGISTREMENT D'AUDIT RETENU."
               MOVE 4 TO RETURN-CODE
