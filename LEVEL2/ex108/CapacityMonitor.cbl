      ******************************************************************
      * Name : CapacityMonitor.cbl
      * Author: RayanPonsolle
      * Weekly dataset growth and disk capacity watch, so space no
      * longer announces itself as a WRITE failing with a status in
      * the thirties in the middle of the night. Every known dataset
      * is measured - the people file, audit.log, access.log,
      * audit.idx, the batch and statistics histories, the JRNL
      * journals, the DATA snapshots, the AUDIT archives and the
      * print spool catalogued in spool_catalog.txt - for size in
      * bytes and record count, and appended with the free space
      * (DiskSpace.cbl) to capacity_history.txt (CAPHIST.cpy).
      * The page shows each dataset against its previous weekly
      * figures, the growth brought to a seven-day week, and flags a
      * dataset that shrank when nothing explains it : a log or index
      * that only ever grows, audit.log without an AUDIT.aaaamm
      * rollover since, the people file losing more than
      * CAPACITY_SHRINK_PCT percent (default 10) of its records with
      * no purge since (purge_summary.txt), a history that lost
      * lines with no RetentionSweep.cbl trim since
      * (retention_summary.txt), or a dated series that vanished
      * altogether - usually something truncated it.
      * All the datasets live on the filesystem of the working
      * directory ; its consumption per day is taken from the free
      * space over the last five weeks of history (or from the
      * datasets' own growth when there is no history yet) and
      * projected to the day the free space falls under
      * CAPACITY_FLOOR_KB (default 1048576, one gigabyte). A
      * projection within CAPACITY_HORIZON days (default 30), a
      * floor already crossed and an unexplained shrink are written
      * to capacity_alerts.txt for ExceptionsDashboard.cbl's page.
      * Run as the CAPACITY step of NightlyBatch.cbl (weekly, when
      * schedule.txt lists it). Printed to capacity.prt (PRINT_FILE).
      * RETURN-CODE 0 nothing to report, 4 a shrink or a projection
      * within the horizon, 8 the floor already crossed, 12 history
      * or print file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityMonitor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "capacity_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ALERT_FILE ASSIGN TO "capacity_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT PURGE_SUMMARY ASSIGN TO "purge_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-FILE-STATUS.

           SELECT RETENTION_SUMMARY ASSIGN TO "retention_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETENTION-FILE-STATUS.

           SELECT CATALOG_FILE ASSIGN TO "spool_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

      * Record counts : text datasets line by line, the people file
      * and the audit index through their layouts.
           SELECT TEXT_FILE ASSIGN TO WS-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT PEOPLE_FILE ASSIGN TO WS-COUNT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT AUDIT_INDEX ASSIGN TO WS-COUNT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AIX-SEQ
           ALTERNATE RECORD KEY IS AIX-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AIX-DATE
               WITH DUPLICATES
           FILE STATUS IS WS-COUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY_FILE.
           COPY CAPHIST.

       FD  ALERT_FILE.
       01  ALERT_RECORD.
           05 CPA-KEY PIC X(30).
           05 CPA-TEXT PIC X(80).

       FD  PURGE_SUMMARY.
       01  PURGE_SUM_RECORD.
           05 PSM-RUN-DATE PIC 9(8).
           05 PSM-PURGE-COUNT PIC 9(6).
           05 PSM-KEEP-COUNT PIC 9(6).

       FD  RETENTION_SUMMARY.
       01  RETENTION-SUMMARY-RECORD.
           05 RSM-RUN-DATE PIC 9(8).
           05 RSM-FILES-REMOVED PIC 9(5).
           05 RSM-LINES-TRIMMED PIC 9(9).

       FD  CATALOG_FILE.
       01  CATALOG_RECORD.
           05 SPL-NAME PIC X(30).
           05 SPL-RUN-DATE PIC 9(8).
           05 SPL-LINES PIC 9(6).
           05 SPL-PAGES PIC 9(4).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  TEXT_FILE.
       01  TEXT-LINE PIC X(512).

       FD  PEOPLE_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-ALERT-FILE-STATUS PIC XX.
       01  WS-PURGE-FILE-STATUS PIC XX.
       01  WS-RETENTION-FILE-STATUS PIC XX.
       01  WS-CATALOG-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "capacity.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-COUNT-FILE-STATUS PIC XX.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  FILE-END PIC 9.
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

      * Thresholds, overridable from the environment.
       01  WS-PARM-INPUT PIC X(12).
       01  WS-FLOOR-KB PIC 9(12) VALUE 1048576.
       01  WS-HORIZON-DAYS PIC 9(4) VALUE 30.
       01  WS-SHRINK-PCT PIC 9(3) VALUE 10.
       01  WS-TREND-DAYS PIC 9(3) VALUE 35.

      * The known datasets. DS-SHAPE : F one file, J the JRNL
      * journals, S the DATA snapshots, A the AUDIT archives, C the
      * catalogued print spool. DS-KIND : how records are counted
      * (T lines, P people, X audit index). DS-RULE : when a shrink
      * is explained (U purge and tolerance, A audit rollover,
      * R retention - only a series gone entirely - N never).
       01  WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 10 TIMES.
               10 WS-DS-NAME PIC X(20).
               10 WS-DS-SOURCE PIC X(60).
               10 WS-DS-SHAPE PIC X.
               10 WS-DS-KIND PIC X.
               10 WS-DS-RULE PIC X.
               10 WS-DS-FILES PIC 9(4).
               10 WS-DS-BYTES PIC 9(12).
               10 WS-DS-RECORDS PIC 9(9).
               10 WS-DS-PREV-DATE PIC 9(8).
               10 WS-DS-PREV-FILES PIC 9(4).
               10 WS-DS-PREV-BYTES PIC 9(12).
               10 WS-DS-PREV-RECORDS PIC 9(9).
               10 WS-DS-SHRUNK PIC X.
       01  WS-DS-TALLY PIC 9(2) VALUE 0.
       01  WS-DX PIC 9(2).
       01  WS-FREE-NAME PIC X(20) VALUE "*ESPACE LIBRE*".

      * Free space, now and at the start of the trend window.
       01  WS-FREE-KB PIC 9(12) VALUE 0.
       01  WS-DISK-KNOWN PIC X VALUE "N".
       01  WS-BASE-FREE-DATE PIC 9(8) VALUE 0.
       01  WS-BASE-FREE-BYTES PIC 9(15) VALUE 0.
       01  WS-TREND-LIMIT PIC 9(8).
       01  WS-DAILY-KB PIC S9(12) VALUE 0.
       01  WS-TREND-SOURCE PIC X(40).
       01  WS-DAYS-LEFT PIC 9(5).
       01  WS-PROJECTED-DATE PIC 9(8).
       01  WS-WORK-INT PIC 9(7).
       01  WS-SPAN-DAYS PIC 9(5).

      * Measurement of one file.
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4).
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-PROBE-NAME PIC X(60).
       01  WS-COUNT-NAME PIC X(60).
       01  WS-COUNT-KIND PIC X.
       01  WS-SCAN-COUNT PIC 9(3).
       01  WS-SCAN-DATE PIC 9(8).
       01  WS-SCAN-MONTH PIC 9(6).
       01  WS-MONTH-SERIAL PIC 9(6).
       01  WS-LAST-SERIAL PIC 9(6).
       01  WS-SCAN-YY PIC 9(4).
       01  WS-SCAN-MM PIC 9(2).
       01  WS-SERIES-DAYS PIC 9(3) VALUE 400.
       01  WS-SERIES-MONTHS PIC 9(3) VALUE 120.

      * Explanations for a shrink.
       01  WS-LAST-PURGE-DATE PIC 9(8) VALUE 0.
       01  WS-LAST-TRIM-DATE PIC 9(8) VALUE 0.
       01  WS-ROLLOVER-SEEN PIC X.

      * Figures for the page.
       01  WS-GROWTH PIC S9(12).
       01  WS-GROWTH-DISPLAY PIC -(12)9.
       01  WS-REC-GROWTH PIC S9(9).
       01  WS-REC-GROWTH-DISPLAY PIC -(9)9.
       01  WS-BYTES-DISPLAY PIC Z(11)9.
       01  WS-RECORDS-DISPLAY PIC Z(8)9.
       01  WS-KB-DISPLAY PIC Z(11)9.
       01  WS-STATE PIC X(12).
       01  WS-SHRINK-COUNT PIC 9(2) VALUE 0.
       01  WS-ALERT-COUNT PIC 9(2) VALUE 0.
       01  WS-ALERT-KEY PIC X(30).
       01  WS-ALERT-TEXT PIC X(80).
       01  WS-ALERT-OPEN PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM SET-THRESHOLDS.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "capacity.prt" TO WS-PRINT-FILENAME
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DEFINE-DATASETS.
           PERFORM LOAD-PREVIOUS-FIGURES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-TALLY
               PERFORM MEASURE-DATASET
           END-PERFORM.
           CALL "DiskSpace" USING WS-FREE-KB WS-DISK-KNOWN.
           PERFORM LOAD-SHRINK-EXPLANATIONS.

           OPEN OUTPUT ALERT_FILE.
           IF WS-ALERT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ALERT-OPEN
           ELSE
               DISPLAY "ERREUR OUVERTURE capacity_alerts.txt - STATUS "
                   WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.
           PERFORM PRINT-HEADING.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-TALLY
               PERFORM REPORT-DATASET
           END-PERFORM.
           PERFORM PROJECT-FREE-SPACE.
           IF WS-ALERT-OPEN = "Y"
               CLOSE ALERT_FILE
           END-IF.
           PERFORM APPEND-HISTORY.
           CLOSE PRINT_FILE.

           DISPLAY "CAPACITE : " WS-DS-TALLY " JEU(X) MESURE(S), "
               WS-SHRINK-COUNT " REDUCTION(S) INEXPLIQUEE(S), "
               WS-ALERT-COUNT " ALERTE(S) - VOIR "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       SET-THRESHOLDS.
      * CAPACITY_FLOOR_KB, CAPACITY_HORIZON and CAPACITY_SHRINK_PCT
      * override the defaults when numeric and not zero.
           DISPLAY "CAPACITY_FLOOR_KB" UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-PARM-INPUT) = 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) > 0
               MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-FLOOR-KB
           END-IF
           DISPLAY "CAPACITY_HORIZON" UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-PARM-INPUT) = 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) > 0
               MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-HORIZON-DAYS
           END-IF
           DISPLAY "CAPACITY_SHRINK_PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-PARM-INPUT) = 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) > 0
               AND FUNCTION NUMVAL(WS-PARM-INPUT) < 100
               MOVE FUNCTION NUMVAL(WS-PARM-INPUT) TO WS-SHRINK-PCT
           END-IF
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-TREND-DAYS
           COMPUTE WS-TREND-LIMIT = FUNCTION DATE-OF-INTEGER(
               WS-WORK-INT).

       DEFINE-DATASETS.
           MOVE 0 TO WS-DS-TALLY
           INITIALIZE WS-DS-TABLE
           PERFORM ADD-DATASET
           MOVE "FICHIER PERSONNES" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE WS-DATA-FILENAME TO WS-DS-SOURCE(WS-DS-TALLY)
           MOVE "F" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "P" TO WS-DS-KIND(WS-DS-TALLY)
           MOVE "U" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "audit.log" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "audit.log" TO WS-DS-SOURCE(WS-DS-TALLY)
           MOVE "A" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "access.log" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "access.log" TO WS-DS-SOURCE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "audit.idx" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "audit.idx" TO WS-DS-SOURCE(WS-DS-TALLY)
           MOVE "X" TO WS-DS-KIND(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "batch_history.txt" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "batch_history.txt" TO WS-DS-SOURCE(WS-DS-TALLY)
           MOVE "H" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "stats_history.txt" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "stats_history.txt" TO WS-DS-SOURCE(WS-DS-TALLY)
           MOVE "H" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "JOURNAUX JRNL" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "J" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "R" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "SNAPSHOTS DATA" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "S" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "P" TO WS-DS-KIND(WS-DS-TALLY)
           MOVE "R" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "ARCHIVES AUDIT" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "A" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "R" TO WS-DS-RULE(WS-DS-TALLY)
           PERFORM ADD-DATASET
           MOVE "SPOULE D'IMPRESSION" TO WS-DS-NAME(WS-DS-TALLY)
           MOVE "C" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "R" TO WS-DS-RULE(WS-DS-TALLY).

       ADD-DATASET.
      * A new entry defaults to one text file that never shrinks.
           ADD 1 TO WS-DS-TALLY
           MOVE "F" TO WS-DS-SHAPE(WS-DS-TALLY)
           MOVE "T" TO WS-DS-KIND(WS-DS-TALLY)
           MOVE "N" TO WS-DS-RULE(WS-DS-TALLY)
           MOVE "N" TO WS-DS-SHRUNK(WS-DS-TALLY).

       LOAD-PREVIOUS-FIGURES.
      * The previous figures of a dataset are its last line before
      * today ; the trend base is the oldest free-space line inside
      * the window.
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF CAP-RUN-DATE IS NUMERIC
                               AND CAP-RUN-DATE < WS-BUSINESS-DATE
                               PERFORM KEEP-PREVIOUS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       KEEP-PREVIOUS-LINE.
           IF CAP-DATASET = WS-FREE-NAME
               IF CAP-RUN-DATE >= WS-TREND-LIMIT
                   AND (WS-BASE-FREE-DATE = 0
                       OR CAP-RUN-DATE <= WS-BASE-FREE-DATE)
                   MOVE CAP-RUN-DATE TO WS-BASE-FREE-DATE
                   MOVE CAP-BYTES TO WS-BASE-FREE-BYTES
               END-IF
           ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DS-TALLY
                   IF WS-DS-NAME(WS-DX) = CAP-DATASET
                       AND CAP-RUN-DATE >= WS-DS-PREV-DATE(WS-DX)
                       MOVE CAP-RUN-DATE TO WS-DS-PREV-DATE(WS-DX)
                       MOVE CAP-FILES TO WS-DS-PREV-FILES(WS-DX)
                       MOVE CAP-BYTES TO WS-DS-PREV-BYTES(WS-DX)
                       MOVE CAP-RECORDS TO WS-DS-PREV-RECORDS(WS-DX)
                   END-IF
               END-PERFORM
           END-IF.

       MEASURE-DATASET.
           MOVE 0 TO WS-DS-FILES(WS-DX) WS-DS-BYTES(WS-DX)
           MOVE 0 TO WS-DS-RECORDS(WS-DX)
           MOVE WS-DS-KIND(WS-DX) TO WS-COUNT-KIND
           EVALUATE WS-DS-SHAPE(WS-DX)
               WHEN "F"
                   MOVE WS-DS-SOURCE(WS-DX) TO WS-PROBE-NAME
                   PERFORM MEASURE-ONE-FILE
               WHEN "J"
                   PERFORM VARYING WS-SCAN-COUNT FROM 0 BY 1
                           UNTIL WS-SCAN-COUNT > WS-SERIES-DAYS
                       PERFORM SET-SCAN-DATE
                       MOVE SPACES TO WS-PROBE-NAME
                       STRING "JRNL." WS-SCAN-DATE DELIMITED BY SIZE
                           INTO WS-PROBE-NAME
                       PERFORM MEASURE-ONE-FILE
                   END-PERFORM
               WHEN "S"
                   PERFORM VARYING WS-SCAN-COUNT FROM 0 BY 1
                           UNTIL WS-SCAN-COUNT > WS-SERIES-DAYS
                       PERFORM SET-SCAN-DATE
                       MOVE SPACES TO WS-PROBE-NAME
                       STRING "DATA." WS-SCAN-DATE DELIMITED BY SIZE
                           INTO WS-PROBE-NAME
                       PERFORM MEASURE-ONE-FILE
                   END-PERFORM
               WHEN "A"
                   PERFORM VARYING WS-SCAN-COUNT FROM 0 BY 1
                           UNTIL WS-SCAN-COUNT > WS-SERIES-MONTHS
                       COMPUTE WS-MONTH-SERIAL =
                           (WS-BUSINESS-DATE / 10000) * 12
                           + FUNCTION MOD(WS-BUSINESS-DATE / 100, 100)
                           - 1 - WS-SCAN-COUNT
                       PERFORM SET-SCAN-MONTH
                       MOVE SPACES TO WS-PROBE-NAME
                       STRING "AUDIT." WS-SCAN-MONTH DELIMITED BY SIZE
                           INTO WS-PROBE-NAME
                       PERFORM MEASURE-ONE-FILE
                   END-PERFORM
               WHEN "C"
                   PERFORM MEASURE-SPOOL
           END-EVALUATE.

       SET-SCAN-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-SCAN-COUNT
           COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(
               WS-WORK-INT).

       SET-SCAN-MONTH.
           COMPUTE WS-SCAN-YY = WS-MONTH-SERIAL / 12
           COMPUTE WS-SCAN-MM = FUNCTION MOD(WS-MONTH-SERIAL, 12) + 1
           COMPUTE WS-SCAN-MONTH = WS-SCAN-YY * 100 + WS-SCAN-MM.

       MEASURE-SPOOL.
      * The spool is whatever SpoolManager.cbl has catalogued and is
      * still on disk.
           OPEN INPUT CATALOG_FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CATALOG_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF SPL-NAME NOT = SPACES
                               MOVE SPL-NAME TO WS-PROBE-NAME
                               PERFORM MEASURE-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG_FILE
           END-IF.

       MEASURE-ONE-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC = 0
               ADD 1 TO WS-DS-FILES(WS-DX)
               ADD WS-FILE-SIZE TO WS-DS-BYTES(WS-DX)
               MOVE WS-PROBE-NAME TO WS-COUNT-NAME
               PERFORM COUNT-RECORDS
           END-IF.

       COUNT-RECORDS.
      * The count stops on the file status rather than FILE-END,
      * which the spool catalog loop is still using.
           EVALUATE WS-COUNT-KIND
               WHEN "T"
                   OPEN INPUT TEXT_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL WS-COUNT-FILE-STATUS(1:1) NOT = "0"
                           READ TEXT_FILE
                               NOT AT END
                                   ADD 1 TO WS-DS-RECORDS(WS-DX)
                           END-READ
                       END-PERFORM
                       CLOSE TEXT_FILE
                   END-IF
               WHEN "P"
                   OPEN INPUT PEOPLE_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL WS-COUNT-FILE-STATUS(1:1) NOT = "0"
                           READ PEOPLE_FILE
                               NOT AT END
                                   IF TR-KEY NOT = "**TRAILER**"
                                       ADD 1 TO WS-DS-RECORDS(WS-DX)
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PEOPLE_FILE
                   END-IF
               WHEN "X"
                   OPEN INPUT AUDIT_INDEX
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL WS-COUNT-FILE-STATUS(1:1) NOT = "0"
                           READ AUDIT_INDEX
                               NOT AT END
                                   ADD 1 TO WS-DS-RECORDS(WS-DX)
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT_INDEX
                   END-IF
           END-EVALUATE.

       LOAD-SHRINK-EXPLANATIONS.
      * The last purge date, the last retention trim, and whether
      * audit.log was rolled over since its previous measurement (an
      * AUDIT.aaaamm archive for that month or a later one).
           OPEN INPUT PURGE_SUMMARY
           IF WS-PURGE-FILE-STATUS = "00"
               READ PURGE_SUMMARY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PSM-RUN-DATE IS NUMERIC
                           MOVE PSM-RUN-DATE TO WS-LAST-PURGE-DATE
                       END-IF
               END-READ
               CLOSE PURGE_SUMMARY
           END-IF
           OPEN INPUT RETENTION_SUMMARY
           IF WS-RETENTION-FILE-STATUS = "00"
               READ RETENTION_SUMMARY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSM-RUN-DATE IS NUMERIC
                           AND RSM-LINES-TRIMMED IS NUMERIC
                           AND RSM-LINES-TRIMMED > 0
                           MOVE RSM-RUN-DATE TO WS-LAST-TRIM-DATE
                       END-IF
               END-READ
               CLOSE RETENTION_SUMMARY
           END-IF
           MOVE "N" TO WS-ROLLOVER-SEEN
           MOVE 0 TO WS-DX
           PERFORM VARYING WS-SCAN-COUNT FROM 1 BY 1
                   UNTIL WS-SCAN-COUNT > WS-DS-TALLY
               IF WS-DS-RULE(WS-SCAN-COUNT) = "A"
                   MOVE WS-SCAN-COUNT TO WS-DX
               END-IF
           END-PERFORM
           IF WS-DX > 0
               IF WS-DS-PREV-DATE(WS-DX) > 0
                   COMPUTE WS-MONTH-SERIAL =
                       (WS-DS-PREV-DATE(WS-DX) / 10000) * 12
                       + FUNCTION MOD(WS-DS-PREV-DATE(WS-DX) / 100,
                           100) - 1
                   COMPUTE WS-LAST-SERIAL =
                       (WS-BUSINESS-DATE / 10000) * 12
                       + FUNCTION MOD(WS-BUSINESS-DATE / 100, 100) - 1
                   PERFORM UNTIL WS-MONTH-SERIAL > WS-LAST-SERIAL
                       PERFORM SET-SCAN-MONTH
                       MOVE SPACES TO WS-PROBE-NAME
                       STRING "AUDIT." WS-SCAN-MONTH DELIMITED BY SIZE
                           INTO WS-PROBE-NAME
                       CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-NAME
                           WS-FILE-DETAILS
                           RETURNING WS-EXIST-RC
                       END-CALL
                       IF WS-EXIST-RC = 0
                           MOVE "Y" TO WS-ROLLOVER-SEEN
                       END-IF
                       ADD 1 TO WS-MONTH-SERIAL
                   END-PERFORM
               END-IF
           END-IF.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "CAPACITE DES JEUX DE DONNEES ET DU DISQUE"
               "   DATE DE TRAITEMENT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "JEU DE DONNEES       FICH.       OCTETS  "
               "PRECEDENT       OCTETS/SEMAINE  ENREGISTR.  "
               "ENREG./SEM.  ETAT"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       REPORT-DATASET.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DS-NAME(WS-DX) TO PRINT-LINE(1:20)
           MOVE WS-DS-FILES(WS-DX) TO PRINT-LINE(22:4)
           MOVE WS-DS-BYTES(WS-DX) TO WS-BYTES-DISPLAY
           MOVE WS-BYTES-DISPLAY TO PRINT-LINE(27:12)
           MOVE WS-DS-RECORDS(WS-DX) TO WS-RECORDS-DISPLAY
           MOVE WS-RECORDS-DISPLAY TO PRINT-LINE(73:9)
           IF WS-DS-PREV-DATE(WS-DX) = 0
               MOVE "NOUVEAU" TO WS-STATE
               MOVE "-" TO PRINT-LINE(41:1)
           ELSE
               MOVE WS-DS-PREV-DATE(WS-DX) TO PRINT-LINE(41:8)
               COMPUTE WS-SPAN-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DS-PREV-DATE(WS-DX))
               COMPUTE WS-GROWTH ROUNDED =
                   (WS-DS-BYTES(WS-DX) - WS-DS-PREV-BYTES(WS-DX))
                   * 7 / WS-SPAN-DAYS
               COMPUTE WS-REC-GROWTH ROUNDED =
                   (WS-DS-RECORDS(WS-DX) - WS-DS-PREV-RECORDS(WS-DX))
                   * 7 / WS-SPAN-DAYS
               MOVE WS-GROWTH TO WS-GROWTH-DISPLAY
               MOVE WS-GROWTH-DISPLAY TO PRINT-LINE(53:13)
               MOVE WS-REC-GROWTH TO WS-REC-GROWTH-DISPLAY
               MOVE WS-REC-GROWTH-DISPLAY TO PRINT-LINE(84:10)
               MOVE "OK" TO WS-STATE
               PERFORM CHECK-SHRINK
           END-IF
           MOVE WS-STATE TO PRINT-LINE(96:12)
           WRITE PRINT-LINE.

       CHECK-SHRINK.
           EVALUATE WS-DS-RULE(WS-DX)
               WHEN "N"
                   IF WS-DS-BYTES(WS-DX) < WS-DS-PREV-BYTES(WS-DX)
                       OR WS-DS-RECORDS(WS-DX)
                           < WS-DS-PREV-RECORDS(WS-DX)
                       MOVE "Y" TO WS-DS-SHRUNK(WS-DX)
                   END-IF
               WHEN "H"
                   IF (WS-DS-BYTES(WS-DX) < WS-DS-PREV-BYTES(WS-DX)
                       OR WS-DS-RECORDS(WS-DX)
                           < WS-DS-PREV-RECORDS(WS-DX))
                       AND WS-LAST-TRIM-DATE <= WS-DS-PREV-DATE(WS-DX)
                       MOVE "Y" TO WS-DS-SHRUNK(WS-DX)
                   END-IF
               WHEN "A"
                   IF (WS-DS-BYTES(WS-DX) < WS-DS-PREV-BYTES(WS-DX)
                       OR WS-DS-RECORDS(WS-DX)
                           < WS-DS-PREV-RECORDS(WS-DX))
                       AND WS-ROLLOVER-SEEN NOT = "Y"
                       MOVE "Y" TO WS-DS-SHRUNK(WS-DX)
                   END-IF
               WHEN "U"
                   IF WS-DS-RECORDS(WS-DX) < WS-DS-PREV-RECORDS(WS-DX)
                       AND (WS-DS-PREV-RECORDS(WS-DX)
                           - WS-DS-RECORDS(WS-DX)) * 100
                           > WS-DS-PREV-RECORDS(WS-DX) * WS-SHRINK-PCT
                       AND WS-LAST-PURGE-DATE
                           <= WS-DS-PREV-DATE(WS-DX)
                       MOVE "Y" TO WS-DS-SHRUNK(WS-DX)
                   END-IF
               WHEN "R"
                   IF WS-DS-FILES(WS-DX) = 0
                       AND WS-DS-PREV-FILES(WS-DX) > 0
                       MOVE "Y" TO WS-DS-SHRUNK(WS-DX)
                   END-IF
           END-EVALUATE
           IF WS-DS-SHRUNK(WS-DX) = "Y"
               MOVE "REDUIT ***" TO WS-STATE
               ADD 1 TO WS-SHRINK-COUNT
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               MOVE SPACES TO WS-ALERT-KEY
               STRING "REDUCTION " WS-DS-NAME(WS-DX)
                   DELIMITED BY SIZE INTO WS-ALERT-KEY
               MOVE WS-DS-PREV-RECORDS(WS-DX) TO WS-RECORDS-DISPLAY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-DS-NAME(WS-DX))
                   " A REDUIT SANS EXPLICATION DEPUIS LE "
                   WS-DS-PREV-DATE(WS-DX) " : "
                   FUNCTION TRIM(WS-RECORDS-DISPLAY) " ENREG. AVANT"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT
           END-IF.

       PROJECT-FREE-SPACE.
      * Consumption per day from the free space at the start of the
      * trend window, or failing that from the datasets' own growth
      * since their previous figures.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "SYSTEME DE FICHIERS DU REPERTOIRE DE TRAVAIL"
               TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-DISK-KNOWN NOT = "Y"
               MOVE "  ESPACE LIBRE INCONNU : AUCUNE PROJECTION"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE WS-FREE-KB TO WS-KB-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "  ESPACE LIBRE (KO)      : " WS-KB-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-FLOOR-KB TO WS-KB-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "  SEUIL (KO)             : " WS-KB-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM COMPUTE-DAILY-CONSUMPTION
               MOVE WS-DAILY-KB TO WS-GROWTH-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "  CONSOMMATION (KO/JOUR) : " WS-GROWTH-DISPLAY
                   "   " WS-TREND-SOURCE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM PRINT-PROJECTION
           END-IF.

       COMPUTE-DAILY-CONSUMPTION.
           MOVE 0 TO WS-DAILY-KB
           IF WS-BASE-FREE-DATE > 0
               COMPUTE WS-SPAN-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-BASE-FREE-DATE)
               COMPUTE WS-DAILY-KB ROUNDED =
                   (WS-BASE-FREE-BYTES / 1024 - WS-FREE-KB)
                   / WS-SPAN-DAYS
               MOVE SPACES TO WS-TREND-SOURCE
               STRING "(ESPACE LIBRE DEPUIS LE " WS-BASE-FREE-DATE ")"
                   DELIMITED BY SIZE INTO WS-TREND-SOURCE
           ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DS-TALLY
                   IF WS-DS-PREV-DATE(WS-DX) > 0
                       COMPUTE WS-SPAN-DAYS = WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(
                               WS-DS-PREV-DATE(WS-DX))
                       COMPUTE WS-DAILY-KB ROUNDED = WS-DAILY-KB
                           + (WS-DS-BYTES(WS-DX)
                               - WS-DS-PREV-BYTES(WS-DX))
                           / 1024 / WS-SPAN-DAYS
                   END-IF
               END-PERFORM
               MOVE "(CROISSANCE DES JEUX)" TO WS-TREND-SOURCE
           END-IF.

       PRINT-PROJECTION.
           MOVE SPACES TO PRINT-LINE
           EVALUATE TRUE
               WHEN WS-FREE-KB <= WS-FLOOR-KB
                   MOVE "  SEUIL DEJA FRANCHI ***" TO PRINT-LINE
                   MOVE 8 TO WS-FINAL-RC
                   MOVE "CAPACITE DISQUE" TO WS-ALERT-KEY
                   MOVE WS-FREE-KB TO WS-KB-DISPLAY
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "DISQUE SOUS LE SEUIL : "
                       FUNCTION TRIM(WS-KB-DISPLAY) " KO LIBRES"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT
               WHEN WS-DAILY-KB <= 0
                   MOVE "  PAS DE CONSOMMATION : AUCUNE PROJECTION"
                       TO PRINT-LINE
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       (WS-FREE-KB - WS-FLOOR-KB) / WS-DAILY-KB
                   IF (WS-FREE-KB - WS-FLOOR-KB) / WS-DAILY-KB > 99999
                       MOVE 99999 TO WS-DAYS-LEFT
                   END-IF
                   IF WS-DAYS-LEFT > 36500
                       MOVE "  SEUIL ATTEINT DANS PLUS DE CENT ANS"
                           TO PRINT-LINE
                   ELSE
                       COMPUTE WS-WORK-INT =
                           WS-TODAY-INT + WS-DAYS-LEFT
                       COMPUTE WS-PROJECTED-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                       STRING "  SEUIL ATTEINT LE " WS-PROJECTED-DATE
                           " (DANS " WS-DAYS-LEFT " JOURS)"
                           DELIMITED BY SIZE INTO PRINT-LINE
                       IF WS-DAYS-LEFT <= WS-HORIZON-DAYS
                           MOVE " ***" TO PRINT-LINE(50:4)
                           IF WS-FINAL-RC < 4
                               MOVE 4 TO WS-FINAL-RC
                           END-IF
                           MOVE "CAPACITE DISQUE" TO WS-ALERT-KEY
                           MOVE SPACES TO WS-ALERT-TEXT
                           STRING "DISQUE : SEUIL ATTEINT VERS LE "
                               WS-PROJECTED-DATE " (DANS "
                               WS-DAYS-LEFT " JOURS)"
                               DELIMITED BY SIZE INTO WS-ALERT-TEXT
                           PERFORM WRITE-ALERT
                       END-IF
                   END-IF
           END-EVALUATE
           WRITE PRINT-LINE.

       WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           IF WS-ALERT-OPEN = "Y"
               MOVE WS-ALERT-KEY TO CPA-KEY
               MOVE WS-ALERT-TEXT TO CPA-TEXT
               WRITE ALERT_RECORD
           END-IF.

       APPEND-HISTORY.
           OPEN EXTEND HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY_FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE capacity_history.txt - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DS-TALLY
                   MOVE WS-BUSINESS-DATE TO CAP-RUN-DATE
                   MOVE WS-DS-NAME(WS-DX) TO CAP-DATASET
                   MOVE WS-DS-FILES(WS-DX) TO CAP-FILES
                   MOVE WS-DS-BYTES(WS-DX) TO CAP-BYTES
                   MOVE WS-DS-RECORDS(WS-DX) TO CAP-RECORDS
                   WRITE CAPACITY-RECORD
               END-PERFORM
               IF WS-DISK-KNOWN = "Y"
                   MOVE WS-BUSINESS-DATE TO CAP-RUN-DATE
                   MOVE WS-FREE-NAME TO CAP-DATASET
                   MOVE 0 TO CAP-FILES CAP-RECORDS
                   COMPUTE CAP-BYTES = WS-FREE-KB * 1024
                   WRITE CAPACITY-RECORD
               END-IF
               CLOSE HISTORY_FILE
           END-IF.
