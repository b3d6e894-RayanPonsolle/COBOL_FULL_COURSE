      * Exceptions are spooled to a printable dataset (PRINT_FILE).
      * RETURN-CODE 20 flags a damaged file so NightlyBatch.cbl can
      * refuse to run the report steps against it; 4 keeps the existing
      * empty-file meaning. The verdict of every complete run is
      * appended to verify_results.txt (VFYREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyPeople.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT RESULT_FILE ASSIGN TO "verify_results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-CITY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  RESULT_FILE.
           COPY VFYREC.

       FD  CITY_FILE.
           COPY CITYREC.

       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "verify_people.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-RESULT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
                   DISPLAY "FICHIER SAIN - ENREGISTREMENTS : "
                       WS-RECORD-COUNT
           END-EVALUATE.
           PERFORM RECORD-VERIFY-RESULT.
           GOBACK.

       READ-CONTROL-TOTALS.
                       "INCOMPLETE"
               END-IF
           END-IF.

       RECORD-VERIFY-RESULT.
      * The verdict is appended to verify_results.txt so the programs
      * that must not build on a file in doubt can ask for it.
           OPEN EXTEND RESULT_FILE
           IF WS-RESULT-FILE-STATUS = "35"
               OPEN OUTPUT RESULT_FILE
           END-IF
           IF WS-RESULT-FILE-STATUS = "00"
               MOVE "VerifyPeople" TO VFY-PROGRAM
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
