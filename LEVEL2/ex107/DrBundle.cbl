      ******************************************************************
      * Name : DrBundle.cbl
      * Author: RayanPonsolle
      * Disaster-recovery bundle for the weekly off-site shipment.
      * Everything needed to rebuild after losing the machine is
      * gathered into one dated directory, DR.aaaammjj (business
      * date, or DR_BUNDLE) : the live people file and its control
      * dataset, the DATA.aaaammjj snapshots and the JRNL.aaaammjj
      * journals of the last 120 days, the AUDIT.aaaamm archives and
      * the CLOS.aaaamm month-end copies of the last 36 months, the
      * audit and read-access logs with their chain files, the
      * masters (cities, operators, branches, representatives,
      * aliases, address history, postal reference, audit index) and
      * the schedule, step catalog, calendar and parameter files.
      * Every file is copied, then both the original and the copy
      * are measured - size in bytes, record count, check value over
      * every byte - and must agree ; the copy's figures go to
      * manifest.txt in the bundle, closed by a **TOTAL** line with
      * the file count, total bytes and the sum of the check values,
      * so a manifest cut short or edited shows.
      * DR_MODE=V is the companion run at the recovery site : every
      * file of the manifest in DR_BUNDLE is measured again and must
      * be present with the same size, count and check value.
      * Record counts are line counts for the sequential files and
      * record counts read through the copybook for the indexed
      * ones. A file of the set not on the machine is listed ABSENT ;
      * the people file, cities, operators, audit log, audit chain
      * and schedule must be there.
      * Report to dr_bundle.prt or dr_verify.prt (PRINT_FILE).
      * RETURN-CODE 0 complete and intact, 4 a required file absent
      * at build, 8 a copy or a bundled file differs or is missing,
      * 12 refused or the bundle or manifest cannot be used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrBundle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST_FILE ASSIGN TO WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

      * Record counts of the indexed files, one SELECT per layout, all
      * on the name being measured.
           SELECT PEOPLE_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CITY-NOM
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT OPERATOR_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT BRANCH_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRA-CODE
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT ALIAS_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT POSTAL_FILE ASSIGN TO WS-MEASURE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PST-KEY
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT AUDIT_INDEX ASSIGN TO WS-MEASURE-NAME
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
       FD  MANIFEST_FILE.
       01  MANIFEST-RECORD.
           05 MAN-NAME PIC X(40).
           05 MAN-KIND PIC X.
           05 MAN-COUNTED PIC X.
           05 MAN-RECORDS PIC 9(9).
           05 MAN-BYTES PIC 9(12).
           05 MAN-CHECK PIC 9(8).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  PEOPLE_FILE.
           COPY PERSONREC.

       FD  CITY_FILE.
           COPY CITYREC.

       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  BRANCH_FILE.
           COPY BRANCHREC.

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  ALIAS_FILE.
           COPY ALIASREC.

       FD  HISTORY_FILE.
           COPY ADRHREC.

       FD  POSTAL_FILE.
           COPY POSTREC.

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-NAME PIC X(100).
       01  WS-MANIFEST-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "dr_bundle.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-COUNT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "DrBundle".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DR-MODE PIC X.
           88 VERIFY-MODE VALUE "V".
       01  WS-BUNDLE-DIR PIC X(40).
       01  WS-CREATE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

      * Names of the live files, from the environment as everywhere.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-BRANCH-FILENAME PIC X(60) VALUE "branches.dat".
       01  WS-POSTAL-FILENAME PIC X(60) VALUE "postal.dat".

      * The recovery set : where each file is, its name in the bundle,
      * the layout it is counted with (T text, P people, C cities,
      * O operators, B branches, R representatives, A aliases,
      * H address history, Z postal, X audit index) and whether it
      * must be there.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 600 TIMES.
               10 WS-SET-SOURCE PIC X(60).
               10 WS-SET-NAME PIC X(40).
               10 WS-SET-KIND PIC X.
               10 WS-SET-REQUIRED PIC X.
       01  WS-SET-TALLY PIC 9(3) VALUE 0.
       01  WS-SX PIC 9(3).
       01  WS-ADD-SOURCE PIC X(60).
       01  WS-ADD-NAME PIC X(40).
       01  WS-ADD-KIND PIC X.
       01  WS-ADD-REQUIRED PIC X.
       01  WS-SLASH-POS PIC 9(3).
       01  WS-CX PIC 9(3).

      * Dated files probed back from the business date.
       01  WS-SCAN-DAYS PIC 9(3) VALUE 120.
       01  WS-SCAN-MONTHS PIC 9(3) VALUE 36.
       01  WS-SCAN-COUNT PIC 9(3).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-SCAN-DATE PIC 9(8).
       01  WS-SCAN-MONTH PIC 9(6).
       01  WS-MONTH-SERIAL PIC 9(6).
       01  WS-SCAN-YY PIC 9(4).
       01  WS-SCAN-MM PIC 9(2).
       01  WS-PROBE-NAME PIC X(40).

      * File presence, through the CBL_CHECK_FILE_EXIST details.
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4).
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-BUNDLE-PATH PIC X(100).

      * One measurement : bytes, records, check value.
       01  WS-MEASURE-NAME PIC X(100).
       01  WS-MEASURE-KIND PIC X.
       01  WS-M-OK PIC X.
           88 MEASURE-IS-OK VALUE "Y".
       01  WS-M-BYTES PIC 9(12).
       01  WS-M-RECORDS PIC 9(9).
       01  WS-M-COUNTED PIC X.
       01  WS-M-CHECK PIC 9(8).
       01  WS-M-LAST-BYTE PIC X.
       01  WS-SRC-BYTES PIC 9(12).
       01  WS-SRC-RECORDS PIC 9(9).
       01  WS-SRC-COUNTED PIC X.
       01  WS-SRC-CHECK PIC 9(8).

      * Byte-stream access for the check value.
       01  WS-FILE-HANDLE PIC X(4).
       01  WS-ACCESS-MODE PIC X COMP-X VALUE 1.
       01  WS-DENY-MODE PIC X COMP-X VALUE 3.
       01  WS-DEVICE PIC X COMP-X VALUE 0.
       01  WS-READ-FLAGS PIC X COMP-X.
       01  WS-READ-OFFSET PIC X(8) COMP-X.
       01  WS-READ-LENGTH PIC X(4) COMP-X.
       01  WS-STREAM-RC PIC S9(9) COMP-5.
       01  WS-REMAINING PIC 9(12).
       01  WS-POSITION PIC 9(12).
       01  WS-CHUNK PIC X(4096).
       01  WS-CHUNK-LEN PIC 9(4).
       01  WS-BX PIC 9(4).

      * Run totals.
       01  WS-FILES-OK PIC 9(4) VALUE 0.
       01  WS-FILES-ABSENT PIC 9(4) VALUE 0.
       01  WS-FILES-MISSING PIC 9(4) VALUE 0.
       01  WS-FILES-BAD PIC 9(4) VALUE 0.
       01  WS-MANIFEST-LINES PIC 9(4) VALUE 0.
       01  WS-TOTAL-FOUND PIC X VALUE "N".
       01  WS-TOTAL-FILES PIC 9(9) VALUE 0.
       01  WS-TOTAL-BYTES PIC 9(12) VALUE 0.
       01  WS-TOTAL-CHECK PIC 9(8) VALUE 0.
       01  WS-MANIFEST-CHECK PIC 9(8) VALUE 0.
       01  WS-VERDICT PIC X(10).
       01  WS-DETAIL PIC X(40).
       01  WS-RECORDS-DISPLAY PIC Z(8)9.
       01  WS-BYTES-DISPLAY PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "ACCES REFUSE : NIVEAU SUPERVISEUR REQUIS "
                   "POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "DR_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DR-MODE FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-DR-MODE) TO WS-DR-MODE.

           CALL "BusinessDate" USING WS-BUSINESS-DATE.
           DISPLAY "DR_BUNDLE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUNDLE-DIR FROM ENVIRONMENT-VALUE.
           IF WS-BUNDLE-DIR = SPACES
               STRING "DR." WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-BUNDLE-DIR
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               IF VERIFY-MODE
                   MOVE "dr_verify.prt" TO WS-PRINT-FILENAME
               ELSE
                   MOVE "dr_bundle.prt" TO WS-PRINT-FILENAME
               END-IF
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) "/manifest.txt"
               DELIMITED BY SIZE INTO WS-MANIFEST-NAME.

           PERFORM PRINT-HEADING.
           IF VERIFY-MODE
               PERFORM VERIFY-BUNDLE
           ELSE
               PERFORM BUILD-BUNDLE
           END-IF.
           PERFORM PRINT-SUMMARY.
           CLOSE PRINT_FILE.

           DISPLAY "RECUPERATION APRES SINISTRE : "
               FUNCTION TRIM(WS-BUNDLE-DIR) " - RAPPORT "
               FUNCTION TRIM(WS-PRINT-FILENAME)
               " - RC " WS-FINAL-RC.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       BUILD-BUNDLE.
      * An existing directory of the same date is reused : the copies
      * and the manifest are simply written again.
           CALL "CBL_CREATE_DIR" USING WS-BUNDLE-DIR
               RETURNING WS-CREATE-RC
           END-CALL
           OPEN OUTPUT MANIFEST_FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               MOVE SPACES TO PRINT-LINE
               STRING "ERREUR CREATION " WS-MANIFEST-NAME
                   " - STATUS " WS-MANIFEST-FILE-STATUS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM COLLECT-RECOVERY-SET
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SET-TALLY
                   PERFORM BUNDLE-ONE-FILE
               END-PERFORM
               MOVE SPACES TO MANIFEST-RECORD
               MOVE "**TOTAL**" TO MAN-NAME
               MOVE "T" TO MAN-KIND
               MOVE "Y" TO MAN-COUNTED
               MOVE WS-FILES-OK TO MAN-RECORDS
               MOVE WS-TOTAL-BYTES TO MAN-BYTES
               MOVE WS-TOTAL-CHECK TO MAN-CHECK
               WRITE MANIFEST-RECORD
               CLOSE MANIFEST_FILE
           END-IF.

       COLLECT-RECOVERY-SET.
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF
           DISPLAY "CITY_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-CITY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CITY-FILENAME = SPACES
               MOVE "cities.dat" TO WS-CITY-FILENAME
           END-IF
           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF
           DISPLAY "BRANCH_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BRANCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BRANCH-FILENAME = SPACES
               MOVE "branches.dat" TO WS-BRANCH-FILENAME
           END-IF
           DISPLAY "POSTAL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-POSTAL-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-POSTAL-FILENAME = SPACES
               MOVE "postal.dat" TO WS-POSTAL-FILENAME
           END-IF

           MOVE 0 TO WS-SET-TALLY
           MOVE WS-DATA-FILENAME TO WS-ADD-SOURCE
           MOVE "P" TO WS-ADD-KIND
           MOVE "Y" TO WS-ADD-REQUIRED
           PERFORM ADD-LIVE-FILE
           MOVE SPACES TO WS-ADD-SOURCE
           STRING FUNCTION TRIM(WS-DATA-FILENAME) ".ctl"
               DELIMITED BY SIZE INTO WS-ADD-SOURCE
           MOVE "T" TO WS-ADD-KIND
           MOVE "N" TO WS-ADD-REQUIRED
           PERFORM ADD-LIVE-FILE
           MOVE WS-CITY-FILENAME TO WS-ADD-SOURCE
           MOVE "C" TO WS-ADD-KIND
           MOVE "Y" TO WS-ADD-REQUIRED
           PERFORM ADD-LIVE-FILE
           MOVE WS-OPERATOR-FILENAME TO WS-ADD-SOURCE
           MOVE "O" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE
           MOVE WS-BRANCH-FILENAME TO WS-ADD-SOURCE
           MOVE "B" TO WS-ADD-KIND
           MOVE "N" TO WS-ADD-REQUIRED
           PERFORM ADD-LIVE-FILE
           MOVE WS-POSTAL-FILENAME TO WS-ADD-SOURCE
           MOVE "Z" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE
           MOVE "relations.dat" TO WS-ADD-SOURCE
           MOVE "R" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE
           MOVE "aliases.dat" TO WS-ADD-SOURCE
           MOVE "A" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE
           MOVE "address_history.dat" TO WS-ADD-SOURCE
           MOVE "H" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE
           MOVE "audit.idx" TO WS-ADD-SOURCE
           MOVE "X" TO WS-ADD-KIND
           PERFORM ADD-LIVE-FILE

      * Logs and chain files : the audit pair must be there.
           MOVE "T" TO WS-ADD-KIND
           MOVE "Y" TO WS-ADD-REQUIRED
           MOVE "audit.log" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "audit_chain.ctl" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "schedule.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "N" TO WS-ADD-REQUIRED
           MOVE "batch_steps.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "retention_policy.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "steward_register.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "name_dup_queue.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "reception_log.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "reception_sources.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "branch_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "distribution.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "distribution_log.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "cohort_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "access.log" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "access_chain.ctl" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE

      * Calendar, parameters and the queues and histories the night
      * run and the desks carry forward.
           MOVE "holidays.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "authmatrix.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "oncall.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "closed_periods.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "agebands.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "milestone_params.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "tariffs.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "letter_template.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "effective_changes.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "dsr_register.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "research_keys.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "mask_key.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "verif_register.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "audit_rules.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "pending_changes.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "purged_people.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "merge_xref.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "notes.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "reconcile.ctl" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "stats_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "capacity_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "batch_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "verify_results.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "alerts_sent.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "nightly.ctl" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "suspense.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "steward_queue.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "exceptions_worklist.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "audit_evidence.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "households.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "quality_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE
           MOVE "postage_history.txt" TO WS-ADD-SOURCE
           PERFORM ADD-LIVE-FILE

           PERFORM PROBE-DATED-FILES.

       ADD-LIVE-FILE.
      * The bundle keeps the file under its own name, without any
      * directory it was read from.
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 60
               IF WS-ADD-SOURCE(WS-CX:1) = "/"
                   MOVE WS-CX TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ADD-NAME
           IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 60
               MOVE WS-ADD-SOURCE(WS-SLASH-POS + 1:) TO WS-ADD-NAME
           ELSE
               MOVE WS-ADD-SOURCE TO WS-ADD-NAME
           END-IF
           PERFORM ADD-SET-ENTRY.

       ADD-SET-ENTRY.
           IF WS-SET-TALLY < 600
               ADD 1 TO WS-SET-TALLY
               MOVE WS-ADD-SOURCE TO WS-SET-SOURCE(WS-SET-TALLY)
               MOVE WS-ADD-NAME TO WS-SET-NAME(WS-SET-TALLY)
               MOVE WS-ADD-KIND TO WS-SET-KIND(WS-SET-TALLY)
               MOVE WS-ADD-REQUIRED TO WS-SET-REQUIRED(WS-SET-TALLY)
           END-IF.

       PROBE-DATED-FILES.
      * Only the dated copies that exist are listed : a gap in the
      * snapshots or journals is not an absence to report.
           MOVE "N" TO WS-ADD-REQUIRED
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           PERFORM VARYING WS-SCAN-COUNT FROM 0 BY 1
                   UNTIL WS-SCAN-COUNT > WS-SCAN-DAYS
               COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-SCAN-COUNT)
               MOVE SPACES TO WS-PROBE-NAME
               STRING "DATA." WS-SCAN-DATE DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               MOVE "P" TO WS-ADD-KIND
               PERFORM ADD-IF-PRESENT
               MOVE SPACES TO WS-PROBE-NAME
               STRING "DATA." WS-SCAN-DATE ".ctl" DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               MOVE "T" TO WS-ADD-KIND
               PERFORM ADD-IF-PRESENT
               MOVE SPACES TO WS-PROBE-NAME
               STRING "JRNL." WS-SCAN-DATE DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               PERFORM ADD-IF-PRESENT
           END-PERFORM
           PERFORM VARYING WS-SCAN-COUNT FROM 0 BY 1
                   UNTIL WS-SCAN-COUNT > WS-SCAN-MONTHS
               COMPUTE WS-MONTH-SERIAL =
                   (WS-BUSINESS-DATE / 10000) * 12
                   + FUNCTION MOD(WS-BUSINESS-DATE / 100, 100) - 1
                   - WS-SCAN-COUNT
               COMPUTE WS-SCAN-YY = WS-MONTH-SERIAL / 12
               COMPUTE WS-SCAN-MM =
                   FUNCTION MOD(WS-MONTH-SERIAL, 12) + 1
               COMPUTE WS-SCAN-MONTH = WS-SCAN-YY * 100 + WS-SCAN-MM
               MOVE SPACES TO WS-PROBE-NAME
               STRING "AUDIT." WS-SCAN-MONTH DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               MOVE "T" TO WS-ADD-KIND
               PERFORM ADD-IF-PRESENT
               MOVE SPACES TO WS-PROBE-NAME
               STRING "CLOS." WS-SCAN-MONTH DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               MOVE "P" TO WS-ADD-KIND
               PERFORM ADD-IF-PRESENT
               MOVE SPACES TO WS-PROBE-NAME
               STRING "CLOS." WS-SCAN-MONTH ".ctl" DELIMITED BY SIZE
                   INTO WS-PROBE-NAME
               MOVE "T" TO WS-ADD-KIND
               PERFORM ADD-IF-PRESENT
           END-PERFORM.

       ADD-IF-PRESENT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC = 0
               MOVE WS-PROBE-NAME TO WS-ADD-SOURCE
               MOVE WS-PROBE-NAME TO WS-ADD-NAME
               PERFORM ADD-SET-ENTRY
           END-IF.

       BUNDLE-ONE-FILE.
           MOVE SPACES TO WS-DETAIL
           MOVE WS-SET-SOURCE(WS-SX) TO WS-MEASURE-NAME
           MOVE WS-SET-KIND(WS-SX) TO WS-MEASURE-KIND
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MEASURE-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC NOT = 0
               MOVE 0 TO WS-M-BYTES WS-M-RECORDS WS-M-CHECK
               MOVE "N" TO WS-M-COUNTED
               IF WS-SET-REQUIRED(WS-SX) = "Y"
                   MOVE "MANQUANT" TO WS-VERDICT
                   MOVE "FICHIER OBLIGATOIRE" TO WS-DETAIL
                   ADD 1 TO WS-FILES-MISSING
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               ELSE
                   MOVE "ABSENT" TO WS-VERDICT
                   ADD 1 TO WS-FILES-ABSENT
               END-IF
               MOVE WS-SET-NAME(WS-SX) TO MAN-NAME
               PERFORM PRINT-FILE-LINE
           ELSE
               PERFORM COPY-AND-PROVE
           END-IF.

       COPY-AND-PROVE.
           PERFORM MEASURE-FILE
           MOVE WS-M-BYTES TO WS-SRC-BYTES
           MOVE WS-M-RECORDS TO WS-SRC-RECORDS
           MOVE WS-M-COUNTED TO WS-SRC-COUNTED
           MOVE WS-M-CHECK TO WS-SRC-CHECK
           MOVE SPACES TO WS-BUNDLE-PATH
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) "/"
               FUNCTION TRIM(WS-SET-NAME(WS-SX))
               DELIMITED BY SIZE INTO WS-BUNDLE-PATH
           CALL "CBL_COPY_FILE" USING WS-SET-SOURCE(WS-SX)
               WS-BUNDLE-PATH
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               MOVE "ERREUR" TO WS-VERDICT
               MOVE "COPIE IMPOSSIBLE" TO WS-DETAIL
               ADD 1 TO WS-FILES-BAD
               MOVE 8 TO WS-FINAL-RC
               MOVE WS-SET-NAME(WS-SX) TO MAN-NAME
               PERFORM PRINT-FILE-LINE
           ELSE
               MOVE WS-BUNDLE-PATH TO WS-MEASURE-NAME
               PERFORM MEASURE-FILE
               IF WS-M-BYTES NOT = WS-SRC-BYTES
                   OR WS-M-CHECK NOT = WS-SRC-CHECK
                   OR WS-M-RECORDS NOT = WS-SRC-RECORDS
                   OR WS-M-COUNTED NOT = WS-SRC-COUNTED
                   MOVE "ERREUR" TO WS-VERDICT
                   MOVE "COPIE DIFFERENTE DE L'ORIGINAL" TO WS-DETAIL
                   ADD 1 TO WS-FILES-BAD
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   MOVE "OK" TO WS-VERDICT
                   ADD 1 TO WS-FILES-OK
                   ADD WS-M-BYTES TO WS-TOTAL-BYTES
                   COMPUTE WS-TOTAL-CHECK = FUNCTION MOD(
                       WS-TOTAL-CHECK + WS-M-CHECK, 100000000)
               END-IF
               MOVE SPACES TO MANIFEST-RECORD
               MOVE WS-SET-NAME(WS-SX) TO MAN-NAME
               MOVE WS-SET-KIND(WS-SX) TO MAN-KIND
               MOVE WS-M-COUNTED TO MAN-COUNTED
               MOVE WS-M-RECORDS TO MAN-RECORDS
               MOVE WS-M-BYTES TO MAN-BYTES
               MOVE WS-M-CHECK TO MAN-CHECK
               IF WS-VERDICT = "OK"
                   WRITE MANIFEST-RECORD
                   ADD 1 TO WS-MANIFEST-LINES
               END-IF
               PERFORM PRINT-FILE-LINE
           END-IF.

       VERIFY-BUNDLE.
           OPEN INPUT MANIFEST_FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               MOVE SPACES TO PRINT-LINE
               STRING "MANIFESTE ILLISIBLE : " WS-MANIFEST-NAME
                   " - STATUS " WS-MANIFEST-FILE-STATUS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ MANIFEST_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF MAN-NAME = "**TOTAL**"
                               MOVE "Y" TO WS-TOTAL-FOUND
                               MOVE MAN-RECORDS TO WS-TOTAL-FILES
                               MOVE MAN-CHECK TO WS-MANIFEST-CHECK
                           ELSE
                               ADD 1 TO WS-MANIFEST-LINES
                               COMPUTE WS-TOTAL-CHECK = FUNCTION MOD(
                                   WS-TOTAL-CHECK + MAN-CHECK,
                                   100000000)
                               PERFORM VERIFY-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST_FILE
               PERFORM CHECK-MANIFEST-TOTAL
           END-IF.

       VERIFY-ONE-FILE.
           MOVE SPACES TO WS-DETAIL
           MOVE SPACES TO WS-MEASURE-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) "/"
               FUNCTION TRIM(MAN-NAME)
               DELIMITED BY SIZE INTO WS-MEASURE-NAME
           MOVE MAN-KIND TO WS-MEASURE-KIND
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MEASURE-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC NOT = 0
               MOVE 0 TO WS-M-BYTES WS-M-RECORDS WS-M-CHECK
               MOVE "N" TO WS-M-COUNTED
               MOVE "MANQUANT" TO WS-VERDICT
               MOVE "ABSENT DU LOT" TO WS-DETAIL
               ADD 1 TO WS-FILES-MISSING
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM MEASURE-FILE
               EVALUATE TRUE
                   WHEN WS-M-BYTES NOT = MAN-BYTES
                       MOVE "ALTERE" TO WS-VERDICT
                       MOVE "TAILLE DIFFERENTE" TO WS-DETAIL
                   WHEN WS-M-CHECK NOT = MAN-CHECK
                       MOVE "ALTERE" TO WS-VERDICT
                       MOVE "VALEUR DE CONTROLE DIFFERENTE"
                           TO WS-DETAIL
                   WHEN MAN-COUNTED = "Y"
                       AND (WS-M-COUNTED NOT = "Y"
                           OR WS-M-RECORDS NOT = MAN-RECORDS)
                       MOVE "ALTERE" TO WS-VERDICT
                       MOVE "NOMBRE D'ENREGISTREMENTS DIFFERENT"
                           TO WS-DETAIL
                   WHEN OTHER
                       MOVE "OK" TO WS-VERDICT
               END-EVALUATE
               IF WS-VERDICT = "OK"
                   ADD 1 TO WS-FILES-OK
               ELSE
                   ADD 1 TO WS-FILES-BAD
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF
           PERFORM PRINT-FILE-LINE.

       CHECK-MANIFEST-TOTAL.
           IF WS-TOTAL-FOUND NOT = "Y"
               OR WS-TOTAL-FILES NOT = WS-MANIFEST-LINES
               MOVE SPACES TO PRINT-LINE
               STRING "MANIFESTE INCOMPLET : " WS-MANIFEST-LINES
                   " LIGNE(S) LUE(S), TOTAL ANNONCE " WS-TOTAL-FILES
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           ELSE
               IF WS-MANIFEST-CHECK NOT = WS-TOTAL-CHECK
                   MOVE SPACES TO PRINT-LINE
                   STRING "MANIFESTE ALTERE : CONTROLE GLOBAL "
                       WS-TOTAL-CHECK ", ANNONCE " WS-MANIFEST-CHECK
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
                   IF WS-FINAL-RC < 8
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
               END-IF
           END-IF.

       MEASURE-FILE.
      * Size and check value over every byte, whatever the
      * organisation ; the records are the lines of a text file, or
      * read through the layout for an indexed one.
           MOVE "N" TO WS-M-OK
           MOVE 0 TO WS-M-BYTES WS-M-RECORDS WS-M-CHECK
           MOVE "N" TO WS-M-COUNTED
           MOVE X"0A" TO WS-M-LAST-BYTE
           CALL "CBL_OPEN_FILE" USING WS-MEASURE-NAME WS-ACCESS-MODE
               WS-DENY-MODE WS-DEVICE WS-FILE-HANDLE
               RETURNING WS-STREAM-RC
           END-CALL
           IF WS-STREAM-RC = 0
               MOVE "Y" TO WS-M-OK
               MOVE 0 TO WS-READ-OFFSET
               MOVE 0 TO WS-READ-LENGTH
               MOVE 128 TO WS-READ-FLAGS
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE
                   WS-READ-OFFSET WS-READ-LENGTH WS-READ-FLAGS WS-CHUNK
                   RETURNING WS-STREAM-RC
               END-CALL
               MOVE WS-READ-OFFSET TO WS-M-BYTES
               MOVE WS-M-BYTES TO WS-REMAINING
               MOVE 0 TO WS-POSITION
               MOVE 0 TO WS-READ-FLAGS
               PERFORM UNTIL WS-REMAINING = 0 OR NOT MEASURE-IS-OK
                   PERFORM READ-ONE-CHUNK
               END-PERFORM
               CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
               END-CALL
           END-IF
           IF WS-MEASURE-KIND = "T"
               IF WS-M-LAST-BYTE NOT = X"0A"
                   ADD 1 TO WS-M-RECORDS
               END-IF
               MOVE "Y" TO WS-M-COUNTED
           ELSE
               PERFORM COUNT-INDEXED-RECORDS
           END-IF.

       READ-ONE-CHUNK.
           IF WS-REMAINING > 4096
               MOVE 4096 TO WS-CHUNK-LEN
           ELSE
               MOVE WS-REMAINING TO WS-CHUNK-LEN
           END-IF
           MOVE WS-POSITION TO WS-READ-OFFSET
           MOVE WS-CHUNK-LEN TO WS-READ-LENGTH
           CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-READ-OFFSET
               WS-READ-LENGTH WS-READ-FLAGS WS-CHUNK
               RETURNING WS-STREAM-RC
           END-CALL
           IF WS-STREAM-RC NOT = 0
               MOVE "N" TO WS-M-OK
           ELSE
               PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > WS-CHUNK-LEN
                   COMPUTE WS-M-CHECK = FUNCTION MOD(
                       WS-M-CHECK * 31
                       + FUNCTION ORD(WS-CHUNK(WS-BX:1)), 99999989)
                   IF WS-CHUNK(WS-BX:1) = X"0A"
                       ADD 1 TO WS-M-RECORDS
                   END-IF
               END-PERFORM
               MOVE WS-CHUNK(WS-CHUNK-LEN:1) TO WS-M-LAST-BYTE
               ADD WS-CHUNK-LEN TO WS-POSITION
               SUBTRACT WS-CHUNK-LEN FROM WS-REMAINING
           END-IF.

       COUNT-INDEXED-RECORDS.
      * A file that does not open with its layout keeps no count ;
      * the byte figures still prove the copy.
           MOVE 0 TO WS-M-RECORDS
           MOVE 1 TO FILE-END
           EVALUATE WS-MEASURE-KIND
               WHEN "P"
                   OPEN INPUT PEOPLE_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ PEOPLE_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE PEOPLE_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "C"
                   OPEN INPUT CITY_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ CITY_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE CITY_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "O"
                   OPEN INPUT OPERATOR_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ OPERATOR_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE OPERATOR_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "B"
                   OPEN INPUT BRANCH_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ BRANCH_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE BRANCH_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "R"
                   OPEN INPUT RELATION_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ RELATION_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE RELATION_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "A"
                   OPEN INPUT ALIAS_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ ALIAS_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE ALIAS_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "H"
                   OPEN INPUT HISTORY_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ HISTORY_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE HISTORY_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "Z"
                   OPEN INPUT POSTAL_FILE
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ POSTAL_FILE
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE POSTAL_FILE
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
               WHEN "X"
                   OPEN INPUT AUDIT_INDEX
                   IF WS-COUNT-FILE-STATUS = "00"
                       PERFORM UNTIL FILE-END = 0
                           READ AUDIT_INDEX
                               AT END MOVE 0 TO FILE-END
                               NOT AT END ADD 1 TO WS-M-RECORDS
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT_INDEX
                       MOVE "Y" TO WS-M-COUNTED
                   END-IF
           END-EVALUATE.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           IF VERIFY-MODE
               STRING "CONTROLE DU LOT DE SECOURS "
                   FUNCTION TRIM(WS-BUNDLE-DIR)
                   "   DATE DE TRAITEMENT " WS-BUSINESS-DATE
                   "   OPERATEUR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "CONSTITUTION DU LOT DE SECOURS "
                   FUNCTION TRIM(WS-BUNDLE-DIR)
                   "   DATE DE TRAITEMENT " WS-BUSINESS-DATE
                   "   OPERATEUR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FICHIER                                  "
               "T  ENREGISTR.        OCTETS  CONTROLE  ETAT"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-FILE-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE MAN-NAME TO PRINT-LINE(1:40)
           MOVE WS-MEASURE-KIND TO PRINT-LINE(42:1)
           IF WS-M-COUNTED = "Y"
               MOVE WS-M-RECORDS TO WS-RECORDS-DISPLAY
               MOVE WS-RECORDS-DISPLAY TO PRINT-LINE(44:9)
           ELSE
               MOVE "        -" TO PRINT-LINE(44:9)
           END-IF
           MOVE WS-M-BYTES TO WS-BYTES-DISPLAY
           MOVE WS-BYTES-DISPLAY TO PRINT-LINE(54:12)
           MOVE WS-M-CHECK TO PRINT-LINE(68:8)
           MOVE WS-VERDICT TO PRINT-LINE(78:10)
           MOVE WS-DETAIL TO PRINT-LINE(88:40)
           WRITE PRINT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FICHIERS OK : " WS-FILES-OK
               "   ABSENTS : " WS-FILES-ABSENT
               "   MANQUANTS : " WS-FILES-MISSING
               "   EN ERREUR : " WS-FILES-BAD
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           EVALUATE WS-FINAL-RC
               WHEN 0
                   MOVE "LOT COMPLET ET INTACT - RC 0" TO PRINT-LINE
               WHEN 4
                   MOVE "LOT CONSTITUE, FICHIER(S) OBLIGATOIRE(S) "
                       TO PRINT-LINE
                   MOVE "ABSENT(S) DE LA MACHINE - RC 4"
                       TO PRINT-LINE(42:40)
               WHEN 8
                   MOVE "LOT NON FIABLE : FICHIER(S) MANQUANT(S) OU "
                       TO PRINT-LINE
                   MOVE "ALTERE(S) - RC 8" TO PRINT-LINE(44:20)
               WHEN OTHER
                   MOVE "LOT INUTILISABLE - RC 12" TO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE.
