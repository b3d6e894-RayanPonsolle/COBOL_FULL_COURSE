      * simply built, which is also how the counters are put in
      * service the first time or after a whole-file rebuild
      * (consolidation, conversion, journal recovery) set them aside.
      * A dataset still in an earlier counter layout (OPEN status
      * 39) cannot be compared and is built afresh the same way.
      * RETURN-CODE 0 counters proven, 8 mismatch found (and
      * rebuilt) or expected-counter table overflow, 12 file error.
      * The verdict of every complete run is appended to
      * verify_results.txt (VFYREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountersVerify.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT RESULT_FILE ASSIGN TO "verify_results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  COUNTERS_FILE.
           COPY COUNTREC.
       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  RESULT_FILE.
           COPY VFYREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-COUNTERS-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "counters_verify.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-RESULT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
               10 WS-EXP-TOTAL PIC 9(6).
               10 WS-EXP-DECEDE PIC 9(6).
               10 WS-EXP-PARTI PIC 9(6).
               10 WS-EXP-HOMME PIC 9(6).
               10 WS-EXP-FEMME PIC 9(6).
               10 WS-EXP-SEEN PIC X.
       01  WS-EXP-TALLY PIC 9(4) VALUE 0.
       01  WS-EX PIC 9(4).

           PERFORM PRINT-SUMMARY.
           CLOSE PRINT_FILE.
           PERFORM RECORD-VERIFY-RESULT.
           GOBACK.

       ACCUMULATE-EXPECTED.
               IF STATUT = "P"
                   ADD 1 TO WS-EXP-PARTI(WS-EXP-IX)
               END-IF
               IF STATUT NOT = "D" AND STATUT NOT = "P"
                   IF CIVILITE-MONSIEUR
                       ADD 1 TO WS-EXP-HOMME(WS-EXP-IX)
                   END-IF
                   IF CIVILITE-MADAME
                       ADD 1 TO WS-EXP-FEMME(WS-EXP-IX)
                   END-IF
               END-IF
           END-IF.

       DERIVE-BUCKET-KEY.
                   MOVE 0 TO WS-EXP-TOTAL(WS-EXP-IX)
                   MOVE 0 TO WS-EXP-DECEDE(WS-EXP-IX)
                   MOVE 0 TO WS-EXP-PARTI(WS-EXP-IX)
                   MOVE 0 TO WS-EXP-HOMME(WS-EXP-IX)
                   MOVE 0 TO WS-EXP-FEMME(WS-EXP-IX)
                   MOVE "N" TO WS-EXP-SEEN(WS-EXP-IX)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW

       COMPARE-COUNTERS.
           OPEN INPUT COUNTERS_FILE
           EVALUATE WS-COUNTERS-FILE-STATUS
               WHEN "35"
                   MOVE "Y" TO WS-COUNTERS-ABSENT
               WHEN "39"
                   MOVE "COMPTEURS A L'ANCIEN FORMAT - A RECONSTRUIRE"
                       TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE "Y" TO WS-COUNTERS-ABSENT
               WHEN OTHER
                   PERFORM COMPARE-OPEN-COUNTERS
           END-EVALUATE.

       COMPARE-OPEN-COUNTERS.
           IF WS-COUNTERS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE "
                   FUNCTION TRIM(WS-COUNTERS-FILENAME)
                   " - STATUS " WS-COUNTERS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM SCAN-COUNTERS-FILE
               CLOSE COUNTERS_FILE
               PERFORM REPORT-UNCOUNTED-ENTRIES
           END-IF.

       SCAN-COUNTERS-FILE.
               IF CNT-TOTAL NOT = WS-EXP-TOTAL(WS-EXP-IX)
                   OR CNT-DECEDE NOT = WS-EXP-DECEDE(WS-EXP-IX)
                   OR CNT-PARTI NOT = WS-EXP-PARTI(WS-EXP-IX)
                   OR CNT-HOMME NOT = WS-EXP-HOMME(WS-EXP-IX)
                   OR CNT-FEMME NOT = WS-EXP-FEMME(WS-EXP-IX)
                   MOVE "COMPTES DIFFERENTS DU FICHIER"
                       TO WS-DETAIL-TEXT
                   PERFORM PRINT-MISMATCH-LINE
                   MOVE WS-EXP-TOTAL(WS-EX) TO CNT-TOTAL
                   MOVE WS-EXP-DECEDE(WS-EX) TO CNT-DECEDE
                   MOVE WS-EXP-PARTI(WS-EX) TO CNT-PARTI
                   MOVE WS-EXP-HOMME(WS-EX) TO CNT-HOMME
                   MOVE WS-EXP-FEMME(WS-EX) TO CNT-FEMME
                   WRITE COUNTER-DATA
                       INVALID KEY
                           DISPLAY "ERREUR ECRITURE COMPTEURS - "
               " - ECARTS : " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

       RECORD-VERIFY-RESULT.
      * The verdict is appended to verify_results.txt so the programs
      * that must not build on a file in doubt can ask for it.
           OPEN EXTEND RESULT_FILE
           IF WS-RESULT-FILE-STATUS = "35"
               OPEN OUTPUT RESULT_FILE
           END-IF
           IF WS-RESULT-FILE-STATUS = "00"
               MOVE "CountersVerify" TO VFY-PROGRAM
               MOVE WS-DATA-FILENAME TO VFY-DATA-FILE
               MOVE FUNCTION CURRENT-DATE TO VFY-TIMESTAMP
               MOVE RETURN-CODE TO VFY-RC
               MOVE WS-RECORD-COUNT TO VFY-RECORD-COUNT
               WRITE VERIFY-RESULT-RECORD
               CLOSE RESULT_FILE
           ELSE
               DISPLAY "AVERTISSEMENT : VERDICT NON ENREGISTRE - "
                   "STATUS " WS-RESULT-FILE-STATUS
           END-IF.
