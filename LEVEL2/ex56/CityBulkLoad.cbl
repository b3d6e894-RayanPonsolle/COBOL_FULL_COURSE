      * city_bulkload.prt so the refresh can be reviewed before the
      * entry desks feel it. Supervisor level is required : this can
      * rewrite the whole approved list in one run.
      * commune_ref.txt goes through FileReception.cbl (source
      * COMMUNES) before it is read : a reference identical to one
      * already loaded is refused (RC 12), and an empty or truncated
      * one - which would deactivate every commune it misses - is
      * held (RC 8). The file is registered as applied at the end of
      * the load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CityBulkLoad.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "CityBulkLoad".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "COMMUNES".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-TIMESTAMP PIC X(15).
       01  FILE-END PIC 9.
       01  WS-REF-TABLE.
               MOVE "commune_ref.txt" TO WS-REF-FILENAME
           END-IF.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-REF-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.
           IF WS-RCV-RESULT = "V" OR WS-RCV-RESULT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RCV-RESULT NOT = "A" AND WS-RCV-RESULT NOT = "F"
               AND WS-RCV-RESULT NOT = "M"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REF_FILE.
           IF WS-REF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-REF-FILENAME
           CLOSE AUDIT_LOG.
           CLOSE PRINT_FILE.

           MOVE "T" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-REF-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.

           DISPLAY "CHARGEMENT DES COMMUNES TERMINE".
           DISPLAY "AJOUTS " WS-ADD-COUNT
               " REACTIVATIONS " WS-REACT-COUNT
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE CITY-NOM TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
