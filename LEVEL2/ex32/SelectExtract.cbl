      * an extract file, with a summary page echoing the criteria and
      * the counts spooled to a printable dataset. Any criterion left
      * blank matches everything.
      * A control file, selection_extract.ctl, is written alongside
      * the extract in the mailing extract's layout (run date, record
      * count, AGE hash) so ExtractCheck.cbl and LabelPrint.cbl can
      * prove the selection before it is used.
      * An operator scoped to one branch in operators.dat
      * (BranchScope.cbl) only selects among that branch's persons ;
      * the others are counted on the summary page and the filtering
      * audited once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SelectExtract.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CONTROL_FILE ASSIGN TO "selection_extract.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  EXTRACT_FILE.
       01  EXTRACT-RECORD PIC X(233).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 CTL-RUN-DATE PIC 9(8).
           05 CTL-RECORD-COUNT PIC 9(6).
           05 CTL-AGE-HASH PIC 9(8).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-EXTRACT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-CTL-HASH PIC 9(8) VALUE 0.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-CRIT-VILLE PIC A(20).
       01  WS-CRIT-BRANCH PIC X(8).
       01  WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-STATUT-COUNT PIC 9(6) VALUE 0.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.
           COPY SCOPEVIEW.
       01  WS-MATCH PIC X.
           88 RECORD-MATCHES VALUE "Y".
       01  WS-TODAY-YMD PIC 9(8).

           CLOSE DATA_FILE.
           CLOSE EXTRACT_FILE.
           PERFORM WRITE-CONTROL-FILE.

           PERFORM PRINT-SUMMARY-PAGE.
           CLOSE PRINT_FILE.

           IF WS-SCOPE-HIDDEN > 0
               MOVE "F" TO SCP-ACTION
               MOVE WS-EXTRACT-FILENAME TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.

           DISPLAY "SELECTION TERMINEE : " WS-MATCH-COUNT
               " ENREGISTREMENT(S) SUR " WS-READ-COUNT " LU(S)".
           IF WS-MATCH-COUNT = 0

       SELECT-IF-MATCHING.
           MOVE "Y" TO WS-MATCH
      * Another branch's person, for an operator scoped to one
      * branch, is not there to be selected at all.
           MOVE "C" TO SCP-ACTION
           MOVE "SelectExtract" TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           IF SCOPE-OUT
               ADD 1 TO WS-SCOPE-HIDDEN
               MOVE "N" TO WS-MATCH
           END-IF
      * Do-not-contact request on file : the person never reaches a
      * campaign file, whatever the criteria say.
           IF WS-MATCH = "Y"
               AND CONTACT-PREF = "N"
               ADD 1 TO WS-OPTOUT-COUNT
               MOVE "N" TO WS-MATCH
           END-IF
                   MOVE 0 TO FILE-END
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   ADD AGE TO WS-CTL-HASH
               END-IF
           END-IF.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL_FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE selection_extract.ctl - "
                   "STATUS " WS-CONTROL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-TODAY-YMD TO CTL-RUN-DATE
               MOVE WS-MATCH-COUNT TO CTL-RECORD-COUNT
               MOVE WS-CTL-HASH TO CTL-AGE-HASH
               WRITE CONTROL_RECORD
               CLOSE CONTROL_FILE
           END-IF.

       COMPUTE-EFFECTIVE-AGE.
      * Current age derived from the date of birth when the record
      * carries one ; records without one fall back to the stored AGE.
           STRING "DECEDES/PARTIS EXCLUS  : " WS-STATUT-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-SCOPE-HIDDEN > 0
               MOVE SPACES TO PRINT-LINE
               STRING "HORS DE LA SUCCURSALE  : " WS-SCOPE-HIDDEN
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "FICHIER EXTRAIT      : " WS-EXTRACT-FILENAME
               DELIMITED BY SIZE INTO PRINT-LINE.
