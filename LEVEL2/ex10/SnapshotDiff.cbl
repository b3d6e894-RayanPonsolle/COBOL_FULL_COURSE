      * matched on their PERSON-ID record key, which is stable
      * across snapshots, so a homonym pair never reads as one
      * person and a renamed record shows as a change rather than
      * a remove plus an add. A number PersonMerge.cbl retired
      * (found in merge_xref.txt) is reported as merged into its
      * survivor and counted apart, not as a removal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SnapshotDiff.
           ALTERNATE RECORD KEY IS NEW-VILLE WITH DUPLICATES
           FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD_FILE.
           05 OLD-VILLE PIC A(20).
           05 OLD-REST PIC X(106).
           05 OLD-PERSON-ID PIC 9(6).
           05 OLD-REST-2 PIC X(79).
       01  OLD-TRAILER REDEFINES OLD-RECORD.
           05 OLD-TR-KEY PIC X(20).
           05 OLD-TR-FILLER PIC X(213).

       FD  NEW_FILE.
       01  NEW-RECORD.
           05 NEW-VILLE PIC A(20).
           05 NEW-REST PIC X(106).
           05 NEW-PERSON-ID PIC 9(6).
           05 NEW-REST-2 PIC X(79).
       01  NEW-TRAILER REDEFINES NEW-RECORD.
           05 NEW-TR-KEY PIC X(20).
           05 NEW-TR-FILLER PIC X(213).

       FD  XREF_FILE.
           COPY MERGEREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILENAME PIC X(60).
       01  WS-ADDED-COUNT PIC 9(6) VALUE 0.
       01  WS-REMOVED-COUNT PIC 9(6) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01  WS-MERGED-COUNT PIC 9(6) VALUE 0.
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-XREF-END PIC 9.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
               10 WS-XR-OLD-ID PIC 9(6).
               10 WS-XR-NEW-ID PIC 9(6).
       01  WS-XREF-TALLY PIC 9(4) VALUE 0.
       01  WS-XX PIC 9(4).
       01  WS-MERGED-INTO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

           PERFORM LOAD-MERGE-XREF.

           DISPLAY "RAPPORT DE COMPARAISON DE SNAPSHOTS".
           DISPLAY "------------------------------------".

           DISPLAY "AJOUTS    : " WS-ADDED-COUNT.
           DISPLAY "SUPPRESSIONS : " WS-REMOVED-COUNT.
           DISPLAY "MODIFICATIONS : " WS-CHANGED-COUNT.
           DISPLAY "FUSIONS   : " WS-MERGED-COUNT.
           GOBACK.

       READ-NEXT-OLD.
           ADD 1 TO WS-ADDED-COUNT.

       REPORT-REMOVED.
           MOVE 0 TO WS-MERGED-INTO.
           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XREF-TALLY
               IF WS-XR-OLD-ID(WS-XX) = OLD-PERSON-ID
                   MOVE WS-XR-NEW-ID(WS-XX) TO WS-MERGED-INTO
               END-IF
           END-PERFORM.
           IF WS-MERGED-INTO NOT = 0
               DISPLAY "FUSIONNE    : " OLD-NOM " NUMERO "
                   OLD-PERSON-ID " -> " WS-MERGED-INTO
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               DISPLAY "SUPPRIME    : " OLD-NOM " NUMERO "
                   OLD-PERSON-ID " AGE " OLD-AGE " VILLE " OLD-VILLE
               ADD 1 TO WS-REMOVED-COUNT
           END-IF.

       LOAD-MERGE-XREF.
      * No merge file simply means nothing was ever merged.
           OPEN INPUT XREF_FILE.
           IF WS-XREF-FILE-STATUS = "00"
               MOVE 1 TO WS-XREF-END
               PERFORM UNTIL WS-XREF-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO WS-XREF-END
                       NOT AT END
      * Sized as PersonMerge.cbl's own table. A merge left out would
      * read as a deletion plus a creation : the run says so.
                           IF WS-XREF-TALLY < 5000
                               ADD 1 TO WS-XREF-TALLY
                               MOVE MXR-OLD-ID
                                   TO WS-XR-OLD-ID(WS-XREF-TALLY)
                               MOVE MXR-NEW-ID
                                   TO WS-XR-NEW-ID(WS-XREF-TALLY)
                           ELSE
                               IF RETURN-CODE < 8
                                   DISPLAY "AVERTISSEMENT : TABLE DES "
                                       "FUSIONS PLEINE, FUSIONS AU-DELA"
                                       " DE 5000 NON RECONNUES"
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
           END-IF.

       COMPARE-RECORD.
           IF OLD-NOM NOT = NEW-NOM
