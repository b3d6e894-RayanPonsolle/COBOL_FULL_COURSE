      * direct positioned read on its AIX-NOM alternate key instead
      * of a front-to-back scan of a year of log ; without the store
      * the sequential scan still works as before.
      * Merged persons keep their past : merge_xref.txt (written by
      * PersonMerge.cbl) is followed, so the history of every
      * number retired into this person is shown after its own,
      * and a name that was retired points at its survivor.
      * Each consultation is written to the read-access trail
      * through AccessLog.cbl, found or not.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonHistory.
               WITH DUPLICATES
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
       FD  AUDIT_INDEX.
           COPY AUDIDX.

       FD  XREF_FILE.
           COPY MERGEREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-HISTORY-COUNT PIC 9(6) VALUE 0.
       01  WS-INDEX-FILE-STATUS PIC XX.
       01  WS-CHAIN-END PIC 9.
       01  WS-HISTORY-NOM PIC A(20).
       01  WS-FOUND-ID PIC 9(6) VALUE 0.
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-XREF-END PIC 9.
       01  WS-MERGED-TABLE.
           05 WS-MERGED-ENTRY OCCURS 50 TIMES.
               10 WS-MG-OLD-ID PIC 9(6).
               10 WS-MG-OLD-NOM PIC A(20).
               10 WS-MG-DATE PIC 9(8).
               10 WS-MG-OPERATOR PIC X(8).
       01  WS-MERGED-TALLY PIC 9(2) VALUE 0.
       01  WS-MX PIC 9(2).
       01  WS-ACCESS-PROGRAM PIC X(20) VALUE "PersonHistory".
       01  WS-ACCESS-CRITERIA PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
                       "OU SUPPRIME)"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE PERSON-ID TO WS-FOUND-ID
                   DISPLAY "ENREGISTREMENT ACTUEL : " NOM
                       " NUMERO " PERSON-ID
                       " AGE " AGE " VILLE " VILLE

           CLOSE DATA_FILE.

           MOVE SPACES TO WS-ACCESS-CRITERIA.
           STRING "HISTORIQUE " WS-SEARCH-NOM
               DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA.
           CALL "AccessLog" USING WS-ACCESS-PROGRAM WS-FOUND-ID
               WS-SEARCH-NOM WS-ACCESS-CRITERIA
           END-CALL.

           PERFORM LOAD-MERGED-NUMBERS.

           DISPLAY "HISTORIQUE DES MODIFICATIONS".
           DISPLAY "------------------------------------".

           MOVE WS-SEARCH-NOM TO WS-HISTORY-NOM.
           PERFORM READ-HISTORY-FOR-NOM.

           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MERGED-TALLY
               DISPLAY "------------------------------------"
               DISPLAY "ANCIEN NUMERO " WS-MG-OLD-ID(WS-MX)
                   " (" WS-MG-OLD-NOM(WS-MX) ") FUSIONNE LE "
                   WS-MG-DATE(WS-MX) " PAR " WS-MG-OPERATOR(WS-MX)
               IF WS-MG-OLD-NOM(WS-MX) NOT = WS-SEARCH-NOM
                   MOVE WS-MG-OLD-NOM(WS-MX) TO WS-HISTORY-NOM
                   PERFORM READ-HISTORY-FOR-NOM
               END-IF
           END-PERFORM.

           DISPLAY "------------------------------------".
           DISPLAY "MODIFICATIONS TROUVEES : " WS-HISTORY-COUNT.
           END-IF.
           GOBACK.

       LOAD-MERGED-NUMBERS.
      * The numbers retired into the person found, and - when the
      * name itself belonged to a retired record - the survivor it
      * now lives under.
           OPEN INPUT XREF_FILE
           IF WS-XREF-FILE-STATUS = "00"
               MOVE 1 TO WS-XREF-END
               PERFORM UNTIL WS-XREF-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO WS-XREF-END
                       NOT AT END
                           IF PERSON-FOUND
                               AND MXR-NEW-ID = WS-FOUND-ID
                               AND WS-MERGED-TALLY < 50
                               ADD 1 TO WS-MERGED-TALLY
                               MOVE MXR-OLD-ID
                                   TO WS-MG-OLD-ID(WS-MERGED-TALLY)
                               MOVE MXR-OLD-NOM
                                   TO WS-MG-OLD-NOM(WS-MERGED-TALLY)
                               MOVE MXR-DATE
                                   TO WS-MG-DATE(WS-MERGED-TALLY)
                               MOVE MXR-OPERATOR
                                   TO WS-MG-OPERATOR(WS-MERGED-TALLY)
                           END-IF
                           IF MXR-OLD-NOM = WS-SEARCH-NOM
                               DISPLAY "  NUMERO " MXR-OLD-ID
                                   " FUSIONNE LE " MXR-DATE
                                   " DANS LE NUMERO " MXR-NEW-ID
                                   " (" MXR-NEW-NOM ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
           END-IF.

       READ-HISTORY-FOR-NOM.
           OPEN INPUT AUDIT_INDEX.
           IF WS-INDEX-FILE-STATUS = "00"
               PERFORM READ-HISTORY-FROM-INDEX
               CLOSE AUDIT_INDEX
           ELSE
               PERFORM READ-HISTORY-FROM-LOG
           END-IF.

       READ-HISTORY-FROM-INDEX.
      * Direct positioned read on the person's NOM chain in
      * audit.idx - one person's year of history without touching
      * the rest of the log.
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-HISTORY-NOM TO AIX-NOM
           START AUDIT_INDEX KEY IS = AIX-NOM
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF AIX-NOM NOT = WS-HISTORY-NOM
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           MOVE AIX-IMAGE TO AUDIT-RECORD
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AUD-NOM = WS-HISTORY-NOM
                               PERFORM SHOW-HISTORY-LINE
                           END-IF
                   END-READ
