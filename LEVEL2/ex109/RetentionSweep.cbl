      ******************************************************************
      * Name : RetentionSweep.cbl
      * Author: RayanPonsolle
      * Housekeeping for the side datasets that used to grow forever
      * - the batch, statistics, quality and postage histories, the
      * reject files, purged_people.txt, the JRNL.aaaammjj journals,
      * the selection extracts - some of them holding personal data
      * that must not be kept indefinitely. The keep period of each
      * is set in retention_policy.txt (RETNREC.cpy) : a dated
      * history is trimmed line by line, a journal by the date in its
      * name, an extract or reject file by its last change on disk ;
      * what falls out is archived to ARCH.aaaammjj.<name> for the
      * tape, or deleted, as the policy line says. The "*" of a
      * pattern stands for the aaaammjj date in the file names : each
      * name is looked for day by day, from the business date back to
      * ten years before the cutoff, as ArchiveManager.cbl looks for
      * its snapshots. A pattern holding more than one "*" is refused.
      * A history whose reading stops on an error is left as it was.
      * A journal is never removed while it is still needed to roll
      * the oldest DATA.aaaammjj snapshot forward (PersonRecover.cbl
      * replays from the snapshot date on), and none at all when no
      * snapshot is found in the last ten years. The people file,
      * the masters, the snapshots and the audit trail have their own
      * managers (ArchiveManager.cbl, AuditRollover.cbl) : a policy line
      * naming them is refused.
      * Run as the RETENTION step of NightlyBatch.cbl when
      * schedule.txt lists it. Printed to retention.prt (PRINT_FILE).
      * The run's totals are left in retention_summary.txt, which
      * tells CapacityMonitor.cbl that a history shrank on purpose.
      * RETURN-CODE 0 done, 4 no policy file or a policy line
      * refused, 8 a file could not be trimmed, archived or deleted,
      * 12 print file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionSweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY_FILE ASSIGN TO "retention_policy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT SIDE_FILE ASSIGN TO WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO WS-KEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT ARCHIVE_FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT SUMMARY_FILE ASSIGN TO "retention_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY_FILE.
           COPY RETNREC.

       FD  SIDE_FILE.
       01  SIDE-LINE PIC X(1024).

       FD  KEEP_FILE.
       01  KEEP-LINE PIC X(1024).

       FD  ARCHIVE_FILE.
       01  ARCHIVE-LINE PIC X(1024).

       FD  SUMMARY_FILE.
       01  RETENTION-SUMMARY-RECORD.
           05 RSM-RUN-DATE PIC 9(8).
           05 RSM-FILES-REMOVED PIC 9(5).
           05 RSM-LINES-TRIMMED PIC 9(9).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS PIC XX.
       01  WS-SIDE-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-ARCHIVE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "retention.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-SUMMARY-FILE-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-WORK-INT PIC 9(7).
       01  FILE-END PIC 9.
       01  WS-SCAN-DAYS PIC 9(5) VALUE 3660.
       01  WS-PROBE-DAYS PIC 9(5).
       01  WS-SCAN-INT PIC 9(7).
       01  WS-SCAN-DATE PIC 9(8).
       01  WS-DX PIC 9(5).
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

      * The policy line being applied.
       01  WS-LINE-OK PIC X.
       01  WS-REFUSE-REASON PIC X(40).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-PATTERN PIC X(30).
       01  WS-PATTERN-LEN PIC 9(2).
       01  WS-PATTERN-TAIL PIC X(4).
       01  WS-HAS-WILDCARD PIC X.
       01  WS-CX PIC 9(2).
       01  WS-ONE-CHAR PIC X.
       01  WS-STAR-POS PIC 9(2).
       01  WS-STAR-COUNT PIC 9(2).
       01  WS-DATASET-FILES PIC 9(4).

      * The file being processed.
       01  WS-TARGET-NAME PIC X(60).
       01  WS-KEEP-NAME PIC X(70).
       01  WS-ARCHIVE-NAME PIC X(80).
       01  WS-TARGET-DATE PIC X(8).
       01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE PIC 9(8).
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE.
               10 WS-FILE-DD PIC X COMP-X.
               10 WS-FILE-MM PIC X COMP-X.
               10 WS-FILE-YYYY PIC X(2) COMP-X.
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-FILE-RC PIC 9(9) COMP-5.
       01  WS-LINES-KEPT PIC 9(9).
       01  WS-LINES-TRIMMED PIC 9(9).
       01  WS-ACTION-TEXT PIC X(12).
       01  WS-DETAIL PIC X(50).

      * Oldest snapshot : journals from its date on are needed.
       01  WS-OLDEST-SNAPSHOT PIC 9(8) VALUE 0.

      * Run totals.
       01  WS-FILES-REMOVED PIC 9(5) VALUE 0.
       01  WS-TOTAL-TRIMMED PIC 9(9) VALUE 0.
       01  WS-JOURNALS-HELD PIC 9(5) VALUE 0.
       01  WS-LINES-REFUSED PIC 9(3) VALUE 0.
       01  WS-FAILURES PIC 9(3) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "retention.prt" TO WS-PRINT-FILENAME
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM FIND-OLDEST-SNAPSHOT.
           PERFORM PRINT-HEADING.

           OPEN INPUT POLICY_FILE.
           IF WS-POLICY-FILE-STATUS NOT = "00"
               MOVE "AUCUNE POLITIQUE : retention_policy.txt ABSENT, "
                   TO PRINT-LINE
               MOVE "RIEN N'EST SUPPRIME" TO PRINT-LINE(50:20)
               WRITE PRINT-LINE
               MOVE 4 TO WS-FINAL-RC
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ POLICY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RETENTION-RECORD NOT = SPACES
                               AND RTN-DATASET(1:1) NOT = "*"
                               PERFORM APPLY-POLICY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY_FILE
           END-IF.

           PERFORM PRINT-SUMMARY.
           CLOSE PRINT_FILE.
           PERFORM WRITE-RUN-SUMMARY.
           DISPLAY "CONSERVATION : " WS-FILES-REMOVED
               " FICHIER(S) RETIRE(S), " WS-TOTAL-TRIMMED
               " LIGNE(S) ELAGUEE(S) - VOIR "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       FIND-OLDEST-SNAPSHOT.
      * Ten years of DATA.aaaammjj names, well past the window
      * ArchiveManager.cbl keeps ; walking back, the last one found
      * is the oldest.
           MOVE 0 TO WS-OLDEST-SNAPSHOT
           PERFORM VARYING WS-DX FROM 0 BY 1
                   UNTIL WS-DX >= WS-SCAN-DAYS
               COMPUTE WS-SCAN-INT = WS-TODAY-INT - WS-DX
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE SPACES TO WS-TARGET-NAME
               STRING "DATA." WS-SCAN-DATE
                   DELIMITED BY SIZE INTO WS-TARGET-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME
                   WS-FILE-DETAILS
                   RETURNING WS-EXIST-RC
               END-CALL
               IF WS-EXIST-RC = 0
                   MOVE WS-SCAN-DATE TO WS-OLDEST-SNAPSHOT
               END-IF
           END-PERFORM.

       APPLY-POLICY-LINE.
           PERFORM CHECK-POLICY-LINE
           IF WS-LINE-OK NOT = "Y"
               ADD 1 TO WS-LINES-REFUSED
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING RTN-DATASET " LIGNE REFUSEE : " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               COMPUTE WS-WORK-INT = WS-TODAY-INT - RTN-KEEP-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE 0 TO WS-DATASET-FILES
               IF WS-HAS-WILDCARD = "Y"
                   COMPUTE WS-PROBE-DAYS = WS-SCAN-DAYS + RTN-KEEP-DAYS
                   PERFORM VARYING WS-DX FROM 0 BY 1
                           UNTIL WS-DX >= WS-PROBE-DAYS
                       PERFORM PROBE-DATED-NAME
                   END-PERFORM
               ELSE
                   MOVE RTN-DATASET TO WS-TARGET-NAME
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME
                       WS-FILE-DETAILS
                       RETURNING WS-EXIST-RC
                   END-CALL
                   IF WS-EXIST-RC = 0
                       PERFORM APPLY-TO-ONE-FILE
                   END-IF
               END-IF
               IF WS-DATASET-FILES = 0
                   MOVE SPACES TO PRINT-LINE
                   MOVE RTN-DATASET TO PRINT-LINE(1:30)
                   MOVE "AUCUN FICHIER" TO PRINT-LINE(75:13)
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       CHECK-POLICY-LINE.
      * Only plain file names and "*" patterns in the working
      * directory ; the datasets other managers own are refused.
           MOVE "Y" TO WS-LINE-OK
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE RTN-DATASET TO WS-PATTERN
           MOVE "N" TO WS-HAS-WILDCARD
           MOVE 0 TO WS-PATTERN-LEN WS-STAR-POS WS-STAR-COUNT
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 30
               MOVE WS-PATTERN(WS-CX:1) TO WS-ONE-CHAR
               EVALUATE TRUE
                   WHEN WS-ONE-CHAR = SPACE
                       CONTINUE
                   WHEN WS-ONE-CHAR = "*"
                       MOVE "Y" TO WS-HAS-WILDCARD
                       MOVE WS-CX TO WS-PATTERN-LEN WS-STAR-POS
                       ADD 1 TO WS-STAR-COUNT
                   WHEN WS-ONE-CHAR IS ALPHABETIC
                       OR WS-ONE-CHAR IS NUMERIC
                       OR WS-ONE-CHAR = "." OR WS-ONE-CHAR = "_"
                       OR WS-ONE-CHAR = "-"
                       MOVE WS-CX TO WS-PATTERN-LEN
                   WHEN OTHER
                       MOVE "N" TO WS-LINE-OK
                       MOVE "CARACTERE NON ADMIS DANS LE NOM"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-PATTERN-TAIL
           IF WS-PATTERN-LEN > 3
               MOVE WS-PATTERN(WS-PATTERN-LEN - 3:4) TO WS-PATTERN-TAIL
           END-IF
           EVALUATE TRUE
               WHEN WS-LINE-OK NOT = "Y"
                   CONTINUE
               WHEN WS-PATTERN-LEN = 0
                   OR WS-PATTERN(1:1) = "." OR WS-PATTERN(1:1) = "-"
                   MOVE "N" TO WS-LINE-OK
                   MOVE "NOM DE FICHIER INVALIDE" TO WS-REFUSE-REASON
               WHEN WS-STAR-COUNT > 1
                   MOVE "N" TO WS-LINE-OK
                   MOVE "UN SEUL * (LA DATE) ADMIS" TO WS-REFUSE-REASON
               WHEN RTN-KEEP-DAYS IS NOT NUMERIC OR RTN-KEEP-DAYS = 0
                   MOVE "N" TO WS-LINE-OK
                   MOVE "DUREE DE CONSERVATION INVALIDE"
                       TO WS-REFUSE-REASON
               WHEN NOT RETENTION-ARCHIVE AND NOT RETENTION-DELETE
                   MOVE "N" TO WS-LINE-OK
                   MOVE "ACTION A OU D ATTENDUE" TO WS-REFUSE-REASON
               WHEN NOT RETENTION-BY-LINE AND NOT RETENTION-BY-NAME
                   AND NOT RETENTION-BY-FILE-DATE
                   MOVE "N" TO WS-LINE-OK
                   MOVE "METHODE L, N OU F ATTENDUE"
                       TO WS-REFUSE-REASON
               WHEN (RETENTION-BY-LINE OR RETENTION-BY-NAME)
                   AND (RTN-DATE-POS IS NOT NUMERIC
                       OR RTN-DATE-POS = 0 OR RTN-DATE-POS > 1017)
                   MOVE "N" TO WS-LINE-OK
                   MOVE "POSITION DE LA DATE INVALIDE"
                       TO WS-REFUSE-REASON
               WHEN WS-PATTERN(1:4) = "JRNL" AND RETENTION-BY-LINE
                   MOVE "N" TO WS-LINE-OK
                   MOVE "JOURNAL : METHODE N OU F SEULEMENT"
                       TO WS-REFUSE-REASON
               WHEN WS-PATTERN(1:4) = "DATA"
                   OR WS-PATTERN(1:5) = "AUDIT"
                   OR WS-PATTERN(1:5) = "audit"
                   OR WS-PATTERN(1:6) = "access"
                   OR WS-PATTERN(1:5) = "ARCH."
                   OR WS-PATTERN(1:4) = "CLOS"
                   OR WS-PATTERN(1:1) = "*"
                   OR WS-PATTERN = "data.txt"
                   OR WS-PATTERN = "retention_policy.txt"
                   OR WS-PATTERN = "closed_periods.txt"
                   OR WS-PATTERN = "schedule.txt"
                   OR WS-PATTERN-TAIL = ".dat"
                   OR WS-PATTERN-TAIL = ".ctl"
                   MOVE "N" TO WS-LINE-OK
                   MOVE "JEU GERE PAR UN AUTRE TRAITEMENT"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

       PROBE-DATED-NAME.
      * The pattern with its "*" replaced by one day's date.
           COMPUTE WS-SCAN-INT = WS-TODAY-INT - WS-DX
           COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           MOVE SPACES TO WS-TARGET-NAME
           IF WS-STAR-POS < WS-PATTERN-LEN
               STRING WS-PATTERN(1:WS-STAR-POS - 1) WS-SCAN-DATE
                   WS-PATTERN(WS-STAR-POS + 1:
                       WS-PATTERN-LEN - WS-STAR-POS)
                   DELIMITED BY SIZE INTO WS-TARGET-NAME
           ELSE
               STRING WS-PATTERN(1:WS-STAR-POS - 1) WS-SCAN-DATE
                   DELIMITED BY SIZE INTO WS-TARGET-NAME
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC = 0
               PERFORM APPLY-TO-ONE-FILE
           END-IF.

       APPLY-TO-ONE-FILE.
           ADD 1 TO WS-DATASET-FILES
           MOVE SPACES TO WS-DETAIL
           MOVE 0 TO WS-LINES-KEPT WS-LINES-TRIMMED
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "ARCH." WS-BUSINESS-DATE "."
               FUNCTION TRIM(WS-TARGET-NAME)
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           EVALUATE TRUE
               WHEN RETENTION-BY-LINE
                   PERFORM TRIM-DATED-LINES
               WHEN RETENTION-BY-NAME
                   MOVE WS-TARGET-NAME(RTN-DATE-POS:8)
                       TO WS-TARGET-DATE
                   IF WS-TARGET-DATE IS NUMERIC
                       AND WS-TARGET-DATE-N < WS-CUTOFF-DATE
                       PERFORM REMOVE-WHOLE-FILE
                   ELSE
                       MOVE "CONSERVE" TO WS-ACTION-TEXT
                   END-IF
               WHEN RETENTION-BY-FILE-DATE
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-TARGET-NAME
                       WS-FILE-DETAILS
                       RETURNING WS-EXIST-RC
                   END-CALL
                   COMPUTE WS-TARGET-DATE-N = WS-FILE-YYYY * 10000
                       + WS-FILE-MM * 100 + WS-FILE-DD
                   IF WS-EXIST-RC = 0
                       AND WS-TARGET-DATE-N < WS-CUTOFF-DATE
                       PERFORM REMOVE-WHOLE-FILE
                   ELSE
                       MOVE "CONSERVE" TO WS-ACTION-TEXT
                   END-IF
           END-EVALUATE
           PERFORM PRINT-FILE-LINE.

       TRIM-DATED-LINES.
      * Kept lines go to <name>.tmp, which replaces the file only
      * when something was trimmed and the whole file was read ; the
      * trimmed lines are appended to the day's archive when the
      * policy says archive.
           MOVE "CONSERVE" TO WS-ACTION-TEXT
           MOVE SPACES TO WS-KEEP-NAME
           STRING FUNCTION TRIM(WS-TARGET-NAME) ".tmp"
               DELIMITED BY SIZE INTO WS-KEEP-NAME
           OPEN INPUT SIDE_FILE
           IF WS-SIDE-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-ACTION-TEXT
               STRING "LECTURE IMPOSSIBLE - STATUS "
                   WS-SIDE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM NOTE-FAILURE
           ELSE
               OPEN OUTPUT KEEP_FILE
               IF RETENTION-ARCHIVE
                   OPEN EXTEND ARCHIVE_FILE
                   IF WS-ARCHIVE-FILE-STATUS = "35"
                       OPEN OUTPUT ARCHIVE_FILE
                   END-IF
               ELSE
                   MOVE "00" TO WS-ARCHIVE-FILE-STATUS
               END-IF
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   OR WS-ARCHIVE-FILE-STATUS NOT = "00"
                   MOVE "ERREUR" TO WS-ACTION-TEXT
                   MOVE "FICHIER DE TRAVAIL OU D'ARCHIVE IMPOSSIBLE"
                       TO WS-DETAIL
                   PERFORM NOTE-FAILURE
               ELSE
                   PERFORM UNTIL WS-SIDE-FILE-STATUS(1:1) NOT = "0"
                       READ SIDE_FILE
                           NOT AT END
                               PERFORM SORT-ONE-LINE
                       END-READ
                   END-PERFORM
                   IF WS-SIDE-FILE-STATUS NOT = "10"
                       MOVE "ERREUR" TO WS-ACTION-TEXT
                       STRING "LECTURE INTERROMPUE - STATUS "
                           WS-SIDE-FILE-STATUS ", FICHIER INTACT"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM NOTE-FAILURE
                   END-IF
               END-IF
               CLOSE SIDE_FILE
               IF WS-KEEP-FILE-STATUS = "00"
                   CLOSE KEEP_FILE
               END-IF
               IF RETENTION-ARCHIVE
                   AND WS-ARCHIVE-FILE-STATUS = "00"
                   CLOSE ARCHIVE_FILE
               END-IF
               IF WS-LINES-TRIMMED > 0 AND WS-ACTION-TEXT NOT = "ERREUR"
                   PERFORM REPLACE-WITH-KEPT-LINES
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                       RETURNING WS-FILE-RC
                   END-CALL
               END-IF
           END-IF.

       SORT-ONE-LINE.
      * A line whose date column is not a date is kept.
           MOVE SIDE-LINE(RTN-DATE-POS:8) TO WS-TARGET-DATE
           IF WS-TARGET-DATE IS NUMERIC
               AND WS-TARGET-DATE-N < WS-CUTOFF-DATE
               ADD 1 TO WS-LINES-TRIMMED
               IF RETENTION-ARCHIVE
                   MOVE SIDE-LINE TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
           ELSE
               ADD 1 TO WS-LINES-KEPT
               MOVE SIDE-LINE TO KEEP-LINE
               WRITE KEEP-LINE
           END-IF.

       REPLACE-WITH-KEPT-LINES.
           CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
               RETURNING WS-FILE-RC
           END-CALL
           IF WS-FILE-RC = 0
               CALL "CBL_RENAME_FILE" USING WS-KEEP-NAME WS-TARGET-NAME
                   RETURNING WS-FILE-RC
               END-CALL
           END-IF
           IF WS-FILE-RC NOT = 0
               MOVE "ERREUR" TO WS-ACTION-TEXT
               MOVE SPACES TO WS-DETAIL
               STRING "REMPLACEMENT IMPOSSIBLE, VOIR "
                   FUNCTION TRIM(WS-KEEP-NAME)
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM NOTE-FAILURE
           ELSE
               ADD WS-LINES-TRIMMED TO WS-TOTAL-TRIMMED
               IF RETENTION-ARCHIVE
                   MOVE "ELAGUE/ARCH" TO WS-ACTION-TEXT
                   MOVE WS-ARCHIVE-NAME TO WS-DETAIL
               ELSE
                   MOVE "ELAGUE" TO WS-ACTION-TEXT
               END-IF
           END-IF.

       REMOVE-WHOLE-FILE.
      * The roll-forward guard : a journal dated on or after the
      * oldest snapshot stays, and every journal stays when there is
      * no snapshot to replay it on.
           IF WS-TARGET-NAME(1:5) = "JRNL."
               AND (WS-OLDEST-SNAPSHOT = 0
                   OR WS-TARGET-NAME(6:8) IS NOT NUMERIC
                   OR WS-TARGET-NAME(6:8) >= WS-OLDEST-SNAPSHOT)
               MOVE "CONSERVE" TO WS-ACTION-TEXT
               ADD 1 TO WS-JOURNALS-HELD
               IF WS-OLDEST-SNAPSHOT = 0
                   MOVE "REJEU : AUCUN SNAPSHOT DATA SUR DISQUE"
                       TO WS-DETAIL
               ELSE
                   STRING "REJEU DEPUIS DATA." WS-OLDEST-SNAPSHOT
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
           ELSE
               IF RETENTION-ARCHIVE
                   CALL "CBL_RENAME_FILE" USING WS-TARGET-NAME
                       WS-ARCHIVE-NAME
                       RETURNING WS-FILE-RC
                   END-CALL
                   MOVE "ARCHIVE" TO WS-ACTION-TEXT
                   MOVE WS-ARCHIVE-NAME TO WS-DETAIL
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
                       RETURNING WS-FILE-RC
                   END-CALL
                   MOVE "SUPPRIME" TO WS-ACTION-TEXT
               END-IF
               IF WS-FILE-RC = 0
                   ADD 1 TO WS-FILES-REMOVED
               ELSE
                   MOVE "ERREUR" TO WS-ACTION-TEXT
                   MOVE "RENOMMAGE OU SUPPRESSION IMPOSSIBLE"
                       TO WS-DETAIL
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

       NOTE-FAILURE.
           ADD 1 TO WS-FAILURES
           MOVE 8 TO WS-FINAL-RC.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "CONSERVATION DES JEUX ANNEXES   DATE DE TRAITEMENT "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-OLDEST-SNAPSHOT = 0
               MOVE "AUCUN SNAPSHOT DATA : AUCUN JOURNAL NE SERA RETIRE"
                   TO PRINT-LINE
           ELSE
               STRING "PLUS ANCIEN SNAPSHOT : DATA." WS-OLDEST-SNAPSHOT
                   " - JOURNAUX CONSERVES A PARTIR DE CETTE DATE"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FICHIER                        M  LIMITE    "
               "   CONSERVEES     ELAGUEES  ACTION       DETAIL"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-FILE-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TARGET-NAME TO PRINT-LINE(1:30)
           MOVE RTN-METHOD TO PRINT-LINE(32:1)
           MOVE WS-CUTOFF-DATE TO PRINT-LINE(35:8)
           IF RETENTION-BY-LINE
               MOVE WS-LINES-KEPT TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO PRINT-LINE(47:9)
               MOVE WS-LINES-TRIMMED TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO PRINT-LINE(60:9)
           END-IF
           MOVE WS-ACTION-TEXT TO PRINT-LINE(71:12)
           MOVE WS-DETAIL TO PRINT-LINE(84:49)
           WRITE PRINT-LINE.

       WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUMMARY_FILE
           IF WS-SUMMARY-FILE-STATUS = "00"
               MOVE WS-BUSINESS-DATE TO RSM-RUN-DATE
               MOVE WS-FILES-REMOVED TO RSM-FILES-REMOVED
               MOVE WS-TOTAL-TRIMMED TO RSM-LINES-TRIMMED
               WRITE RETENTION-SUMMARY-RECORD
               CLOSE SUMMARY_FILE
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FICHIERS RETIRES : " WS-FILES-REMOVED
               "   LIGNES ELAGUEES : " WS-TOTAL-TRIMMED
               "   JOURNAUX CONSERVES POUR LE REJEU : "
               WS-JOURNALS-HELD
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "LIGNES DE POLITIQUE REFUSEES : " WS-LINES-REFUSED
               "   ECHECS : " WS-FAILURES
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
