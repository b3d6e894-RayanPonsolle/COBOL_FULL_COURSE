      ******************************************************************
      * Name : PreFlight.cbl
      * Author: RayanPonsolle
      * Go/no-go check run by NightlyBatch.cbl before step one, so a
      * night that cannot succeed stops before anything is opened
      * for update instead of failing in step three. Checks, each
      * printed as one line of the sheet with its verdict (OK,
      * ATTENTION, BLOQUANT) :
      *   - data.lck : a lock left behind by a crashed session blocks,
      *     with its holder and claim time ;
      *   - the required inputs : the people file and its control
      *     totals, cities.dat (all blocking when missing), and
      *     operators.dat, schedule.txt, holidays.txt, audit.log
      *     (reported, not blocking) ;
      *   - the step catalog batch_steps.txt, loaded through
      *     StepCatalog.cbl as the driver loads it : a catalog in
      *     error blocks, since NightlyBatch.cbl would run nothing ;
      *   - schedule.txt, line by line : a step name the catalog does
      *     not know, an impossible frequency/day or an unknown
      *     non-working-day policy blocks, since NightlyBatch.cbl
      *     would silently never run that entry ;
      *   - the previous night : an unfinished nightly.ctl (a resume
      *     will be offered) or a night journalled as stopped in
      *     batch_history.txt is reported ;
      *   - the audit chain, walked by AuditChainVerify.cbl into
      *     preflight_chain.prt : a break blocks ;
      *   - free disk space (DiskSpace.cbl) against the largest night
      *     of the last ten in batch_history.txt's per-step space
      *     column, never less than twice the people file (the report
      *     snapshot and the reorganisation copy). Less than that
      *     blocks, less than twice that is reported.
      * Nothing here writes anything but the sheet. Spooled to
      * preflight.prt.
      * RETURN-CODE 0 = GO, 4 = GO with reservations, 16 = NO-GO,
      * 12 when the sheet itself cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreFlight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK_FILE ASSIGN TO "data.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT CONTROL_FILE ASSIGN TO "nightly.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "batch_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SCHEDULE_FILE ASSIGN TO "schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK_FILE.
       01  LOCK-RECORD.
           05 LCK-OPERATOR PIC X(8).
           05 LCK-TIMESTAMP PIC X(15).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 CTL-STEP-NO PIC 9(2).
           05 CTL-RC PIC 9(4).
           05 CTL-STEP-NAME PIC X(20).

       FD  HISTORY_FILE.
       01  HISTORY_RECORD.
           05 HIST-RUN-DATE PIC 9(8).
           05 HIST-STEP-NAME PIC X(20).
           05 HIST-START-TIME PIC X(15).
           05 HIST-END-TIME PIC X(15).
           05 HIST-RC PIC 9(4).
           05 HIST-STATUS PIC X.
           05 HIST-SPACE-KB PIC 9(9).

       FD  SCHEDULE_FILE.
       01  SCHEDULE_RECORD.
           05 SCH-STEP-NAME PIC X(20).
           05 SCH-FREQ PIC X.
           05 SCH-DAY PIC 9(2).
           05 SCH-POLICY PIC X.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-SCHEDULE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "preflight.prt".
       01  WS-PRINT-ENV PIC X(60).
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-CHAIN-PRINT-NAME PIC X(60) VALUE "preflight_chain.prt".
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).

       01  WS-BLOCK-COUNT PIC 9(3) VALUE 0.
       01  WS-WARN-COUNT PIC 9(3) VALUE 0.

       01  WS-SHEET-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-VERDICT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-DETAIL PIC X(90).
       01  WS-CHECK-LABEL PIC X(30).
       01  WS-CHECK-DETAIL PIC X(90).
       01  WS-CHECK-VERDICT PIC X.
           88 VERDICT-OK VALUE "O".
           88 VERDICT-WARNING VALUE "W".
           88 VERDICT-BLOCKING VALUE "B".

      * File presence, through the CBL_CHECK_FILE_EXIST details.
       01  WS-CHECK-FILENAME PIC X(64).
       01  WS-MISSING-SEVERITY PIC X.
       01  WS-MISSING-DETAIL PIC X(60).
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4).
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-FILE-KB PIC 9(12).
       01  WS-DATA-FILE-KB PIC 9(12) VALUE 0.
       01  WS-KB-DISPLAY PIC Z(11)9.

      * The steps the driver runs, from the catalog.
           COPY STEPTAB.
       01  WS-STEP-COUNT-DISPLAY PIC Z9.
       01  WS-DAILY-COUNT PIC 9(2).
       01  WS-DAILY-DISPLAY PIC Z9.
       01  WS-SX PIC 9(2).

      * Schedule lines already seen, to catch a step listed twice
      * (the driver only ever honours the first).
       01  WS-SEEN-TABLE.
           05 WS-SEEN-NAME PIC X(20) OCCURS 60 TIMES.
       01  WS-SEEN-TALLY PIC 9(2) VALUE 0.
       01  WS-SCHED-LINE-NO PIC 9(3) VALUE 0.
       01  WS-SCHED-BAD-COUNT PIC 9(3) VALUE 0.
       01  WS-NAME-OK PIC X.
       01  WS-LINE-OK PIC X.

       01  WS-LAST-DONE PIC 9(2).
       01  WS-CONTROL-LINES PIC 9(3).

      * Previous night, from the journal.
       01  WS-PREV-DATE PIC 9(8) VALUE 0.
       01  WS-PREV-EXECUTED PIC 9(3) VALUE 0.
       01  WS-PREV-STOP-STEP PIC X(20) VALUE SPACES.
       01  WS-PREV-STOP-RC PIC 9(4) VALUE 0.

      * Space used per night over the last ten journalled nights.
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 10 TIMES.
               10 WS-NIGHT-DATE PIC 9(8).
               10 WS-NIGHT-KB PIC 9(12).
       01  WS-NIGHT-TALLY PIC 9(2) VALUE 0.
       01  WS-NX PIC 9(2).
       01  WS-HISTORY-NEED-KB PIC 9(12) VALUE 0.
       01  WS-COPY-NEED-KB PIC 9(12) VALUE 0.
       01  WS-NEEDED-KB PIC 9(12) VALUE 0.
       01  WS-FREE-KB PIC 9(12) VALUE 0.
       01  WS-DISK-KNOWN PIC X VALUE "N".
       01  WS-FREE-DISPLAY PIC Z(11)9.
       01  WS-NEED-DISPLAY PIC Z(11)9.
       01  WS-HIST-DISPLAY PIC Z(11)9.
       01  WS-COPY-DISPLAY PIC Z(11)9.

       01  WS-CHAIN-RC PIC S9(4).
       01  WS-NUMBER-DISPLAY PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-ENV FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-ENV = SPACES
               MOVE "preflight.prt" TO WS-PRINT-FILENAME
           ELSE
               MOVE WS-PRINT-ENV TO WS-PRINT-FILENAME
           END-IF.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "CITY_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CITY-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-CITY-FILENAME = SPACES
               MOVE "cities.dat" TO WS-CITY-FILENAME
           END-IF.
           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CONTROLE AVANT TRAITEMENT DE NUIT" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "=================================" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "CONTROLE                       VERDICT    DETAIL"
               TO PRINT-LINE.
           WRITE PRINT-LINE.

      * The catalog is loaded first : the calendar check and the
      * missing-calendar verdict both depend on it.
           CALL "StepCatalog" USING STEP-CATALOG-TABLE
           END-CALL.

           PERFORM CHECK-UPDATE-LOCK.
           PERFORM CHECK-REQUIRED-INPUTS.
           PERFORM CHECK-STEP-CATALOG.
           IF NOT CATALOG-IN-ERROR
               PERFORM CHECK-SCHEDULE-LINES
           END-IF.
           PERFORM READ-BATCH-HISTORY.
           PERFORM CHECK-PREVIOUS-NIGHT.
           PERFORM CHECK-AUDIT-CHAIN.
           PERFORM CHECK-FREE-SPACE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONTROLES BLOQUANTS : " WS-BLOCK-COUNT
               " - A SURVEILLER : " WS-WARN-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-BLOCK-COUNT > 0
                   MOVE "DECISION : NO-GO - TRAITEMENT NON LANCE"
                       TO PRINT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE "DECISION : GO AVEC RESERVES" TO PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "DECISION : GO" TO PRINT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE PRINT-LINE.
           CLOSE PRINT_FILE.

           DISPLAY FUNCTION TRIM(PRINT-LINE).
           DISPLAY "FICHE IMPRIMEE : " FUNCTION TRIM(WS-PRINT-FILENAME).
           GOBACK.

       CHECK-UPDATE-LOCK.
      * Read the lock, never claim it : UpdateLock.cbl would take it
      * for us when it is free.
           MOVE "VERROU DE MISE A JOUR" TO WS-CHECK-LABEL
           OPEN INPUT LOCK_FILE
           EVALUATE WS-LOCK-FILE-STATUS
               WHEN "00"
                   MOVE SPACES TO LOCK-RECORD
                   READ LOCK_FILE
                       AT END
                           MOVE SPACES TO LOCK-RECORD
                   END-READ
                   CLOSE LOCK_FILE
                   MOVE "B" TO WS-CHECK-VERDICT
                   MOVE SPACES TO WS-CHECK-DETAIL
                   STRING "data.lck POSE PAR " LCK-OPERATOR
                       " DEPUIS " LCK-TIMESTAMP
                       " - A LEVER PAR UN SUPERVISEUR"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN "35"
                   MOVE "O" TO WS-CHECK-VERDICT
                   MOVE "AUCUN VERROU EN COURS" TO WS-CHECK-DETAIL
               WHEN OTHER
                   MOVE "W" TO WS-CHECK-VERDICT
                   MOVE SPACES TO WS-CHECK-DETAIL
                   STRING "data.lck ILLISIBLE - STATUS "
                       WS-LOCK-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM PRINT-CHECK-LINE.

       CHECK-REQUIRED-INPUTS.
           MOVE "FICHIER DES PERSONNES" TO WS-CHECK-LABEL
           MOVE WS-DATA-FILENAME TO WS-CHECK-FILENAME
           MOVE "B" TO WS-MISSING-SEVERITY
           MOVE "ABSENT" TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE
           IF WS-EXIST-RC = 0
               MOVE WS-FILE-KB TO WS-DATA-FILE-KB
           END-IF

      * Without its control totals filecount returns 4 and the
      * driver stops the chain on step one.
           MOVE "TOTAUX DE CONTROLE" TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-FILENAME
           STRING FUNCTION TRIM(WS-DATA-FILENAME) ".ctl"
               DELIMITED BY SIZE INTO WS-CHECK-FILENAME
           MOVE "B" TO WS-MISSING-SEVERITY
           MOVE "ABSENT - LE COMPTAGE ARRETERAIT LA CHAINE"
               TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE

           MOVE "REFERENTIEL DES VILLES" TO WS-CHECK-LABEL
           MOVE WS-CITY-FILENAME TO WS-CHECK-FILENAME
           MOVE "B" TO WS-MISSING-SEVERITY
           MOVE "ABSENT" TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE

           MOVE "FICHIER DES OPERATEURS" TO WS-CHECK-LABEL
           MOVE WS-OPERATOR-FILENAME TO WS-CHECK-FILENAME
           MOVE "W" TO WS-MISSING-SEVERITY
           MOVE "ABSENT - MODE HISTORIQUE SANS OPERATEURS"
               TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE

           MOVE "CALENDRIER" TO WS-CHECK-LABEL
           MOVE "schedule.txt" TO WS-CHECK-FILENAME
           MOVE "W" TO WS-MISSING-SEVERITY
      * Without a calendar the driver runs the catalog steps marked
      * due every night (Q) and no other.
           MOVE 0 TO WS-DAILY-COUNT
           IF NOT CATALOG-IN-ERROR
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > SCT-COUNT
                   IF SCT-DEFAULT(WS-SX) = "Q"
                       ADD 1 TO WS-DAILY-COUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DAILY-COUNT TO WS-DAILY-DISPLAY
           MOVE SPACES TO WS-MISSING-DETAIL
           STRING "ABSENT - SEULES LES "
               FUNCTION TRIM(WS-DAILY-DISPLAY)
               " ETAPES QUOTIDIENNES TOURNERONT"
               DELIMITED BY SIZE INTO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE

           MOVE "JOURS FERIES" TO WS-CHECK-LABEL
           MOVE "holidays.txt" TO WS-CHECK-FILENAME
           MOVE "O" TO WS-MISSING-SEVERITY
           MOVE "ABSENT - AUCUN JOUR FERIE CONNU"
               TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE

           MOVE "JOURNAL D'AUDIT" TO WS-CHECK-LABEL
           MOVE "audit.log" TO WS-CHECK-FILENAME
           MOVE "O" TO WS-MISSING-SEVERITY
           MOVE "ABSENT - SERA CREE A LA PREMIERE ECRITURE"
               TO WS-MISSING-DETAIL
           PERFORM CHECK-ONE-FILE.

       CHECK-ONE-FILE.
           MOVE 0 TO WS-FILE-KB
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           MOVE SPACES TO WS-CHECK-DETAIL
           IF WS-EXIST-RC = 0
               COMPUTE WS-FILE-KB = (WS-FILE-SIZE + 1023) / 1024
               MOVE WS-FILE-KB TO WS-KB-DISPLAY
               MOVE "O" TO WS-CHECK-VERDICT
               STRING FUNCTION TRIM(WS-CHECK-FILENAME)
                   " PRESENT - " FUNCTION TRIM(WS-KB-DISPLAY) " Ko"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
               MOVE WS-MISSING-SEVERITY TO WS-CHECK-VERDICT
               STRING FUNCTION TRIM(WS-CHECK-FILENAME) " "
                   FUNCTION TRIM(WS-MISSING-DETAIL)
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF
           PERFORM PRINT-CHECK-LINE.

       CHECK-STEP-CATALOG.
      * With the catalog in error the schedule lines have nothing to
      * be checked against ; they wait for the catalog to be fixed.
           MOVE "CATALOGUE DES ETAPES" TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-DETAIL
           IF CATALOG-IN-ERROR
               MOVE "B" TO WS-CHECK-VERDICT
               MOVE SCT-MESSAGE TO WS-CHECK-DETAIL
           ELSE
               MOVE "O" TO WS-CHECK-VERDICT
               MOVE SCT-COUNT TO WS-STEP-COUNT-DISPLAY
               IF CATALOG-FROM-FILE
                   STRING FUNCTION TRIM(WS-STEP-COUNT-DISPLAY)
                       " ETAPE(S) - batch_steps.txt"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               ELSE
                   STRING FUNCTION TRIM(WS-STEP-COUNT-DISPLAY)
                       " ETAPE(S) - CATALOGUE INTEGRE"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               END-IF
           END-IF
           PERFORM PRINT-CHECK-LINE.

       CHECK-SCHEDULE-LINES.
      * Every line must name a step the driver knows, with a
      * frequency/day it can match (D ; W 1-7 ; M 1-31) and a
      * non-working-day policy it applies (blank, R, S, P, N).
      * NightlyBatch.cbl keeps the first sixty lines only, one per
      * step the catalog can hold.
           OPEN INPUT SCHEDULE_FILE
           IF WS-SCHEDULE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ SCHEDULE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF SCHEDULE_RECORD NOT = SPACES
                               ADD 1 TO WS-SCHED-LINE-NO
                               PERFORM CHECK-ONE-SCHEDULE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE_FILE
               MOVE "LIGNES DU CALENDRIER" TO WS-CHECK-LABEL
               MOVE SPACES TO WS-CHECK-DETAIL
               IF WS-SCHED-LINE-NO > 60
                   MOVE "W" TO WS-CHECK-VERDICT
                   STRING WS-SCHED-LINE-NO " LIGNE(S) - AU-DELA DE "
                       "60 LE TRAITEMENT LES IGNORE"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                   PERFORM PRINT-CHECK-LINE
               ELSE
                   IF WS-SCHED-BAD-COUNT = 0
                       MOVE "O" TO WS-CHECK-VERDICT
                       STRING WS-SCHED-LINE-NO
                           " LIGNE(S), TOUTES RECONNUES"
                           DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                       PERFORM PRINT-CHECK-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-SCHEDULE-LINE.
           MOVE "N" TO WS-NAME-OK
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > SCT-COUNT
               IF SCT-NAME(WS-SX) = SCH-STEP-NAME
                   MOVE "Y" TO WS-NAME-OK
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-LINE-OK
           MOVE SPACES TO WS-CHECK-DETAIL
           EVALUATE TRUE
               WHEN WS-NAME-OK NOT = "Y"
                   MOVE "N" TO WS-LINE-OK
                   STRING "ETAPE INCONNUE DU TRAITEMENT : "
                       SCH-STEP-NAME
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN SCH-FREQ NOT = "D" AND SCH-FREQ NOT = "W"
                   AND SCH-FREQ NOT = "M"
                   MOVE "N" TO WS-LINE-OK
                   STRING FUNCTION TRIM(SCH-STEP-NAME)
                       " : FREQUENCE " SCH-FREQ " INVALIDE (D/W/M)"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN SCH-FREQ = "W" AND (SCH-DAY IS NOT NUMERIC
                   OR SCH-DAY < 1 OR SCH-DAY > 7)
                   MOVE "N" TO WS-LINE-OK
                   STRING FUNCTION TRIM(SCH-STEP-NAME)
                       " : W EXIGE UN JOUR 1-7, LU " SCH-DAY
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN SCH-FREQ = "M" AND (SCH-DAY IS NOT NUMERIC
                   OR SCH-DAY < 1 OR SCH-DAY > 31)
                   MOVE "N" TO WS-LINE-OK
                   STRING FUNCTION TRIM(SCH-STEP-NAME)
                       " : M EXIGE UN JOUR 1-31, LU " SCH-DAY
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN SCH-POLICY NOT = SPACE AND SCH-POLICY NOT = "R"
                   AND SCH-POLICY NOT = "S" AND SCH-POLICY NOT = "P"
                   AND SCH-POLICY NOT = "N"
                   MOVE "N" TO WS-LINE-OK
                   STRING FUNCTION TRIM(SCH-STEP-NAME)
                       " : POLITIQUE " SCH-POLICY
                       " INCONNUE (R/S/P/N)"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-CHECK-LABEL
           STRING "CALENDRIER LIGNE " WS-SCHED-LINE-NO
               DELIMITED BY SIZE INTO WS-CHECK-LABEL
           IF WS-LINE-OK = "N"
               ADD 1 TO WS-SCHED-BAD-COUNT
               MOVE "B" TO WS-CHECK-VERDICT
               PERFORM PRINT-CHECK-LINE
           ELSE
               MOVE "N" TO WS-NAME-OK
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SEEN-TALLY
                   IF WS-SEEN-NAME(WS-SX) = SCH-STEP-NAME
                       MOVE "Y" TO WS-NAME-OK
                   END-IF
               END-PERFORM
               IF WS-NAME-OK = "Y"
                   ADD 1 TO WS-SCHED-BAD-COUNT
                   MOVE "W" TO WS-CHECK-VERDICT
                   STRING FUNCTION TRIM(SCH-STEP-NAME)
                       " EN DOUBLE - SEULE LA PREMIERE LIGNE COMPTE"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                   PERFORM PRINT-CHECK-LINE
               ELSE
                   IF WS-SEEN-TALLY < 60
                       ADD 1 TO WS-SEEN-TALLY
                       MOVE SCH-STEP-NAME
                           TO WS-SEEN-NAME(WS-SEEN-TALLY)
                   END-IF
               END-IF
           END-IF.

       READ-BATCH-HISTORY.
      * One pass for two purposes : the last night before this one
      * (its executed steps and where it stopped, if it did), and
      * the space each night used, summed over its steps. Lines
      * journalled before the space column existed carry no figure
      * and are left out of the space estimate.
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM KEEP-PREVIOUS-NIGHT
                           IF HIST-SPACE-KB IS NUMERIC
                               AND HIST-RUN-DATE IS NUMERIC
                               PERFORM KEEP-NIGHT-SPACE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       KEEP-PREVIOUS-NIGHT.
           IF HIST-RUN-DATE IS NUMERIC
               AND HIST-RUN-DATE < WS-BUSINESS-DATE
               IF HIST-RUN-DATE > WS-PREV-DATE
                   MOVE HIST-RUN-DATE TO WS-PREV-DATE
                   MOVE 0 TO WS-PREV-EXECUTED
                   MOVE SPACES TO WS-PREV-STOP-STEP
                   MOVE 0 TO WS-PREV-STOP-RC
               END-IF
               IF HIST-RUN-DATE = WS-PREV-DATE
                   IF HIST-STATUS = "E" OR HIST-STATUS = "D"
                       ADD 1 TO WS-PREV-EXECUTED
                   END-IF
      * The stopping step is the aborted row with a return code ;
      * the rows after it are journalled "A" with zero.
                   IF HIST-STATUS = "A" AND HIST-RC IS NUMERIC
                       AND HIST-RC > 0
                       MOVE HIST-STEP-NAME TO WS-PREV-STOP-STEP
                       MOVE HIST-RC TO WS-PREV-STOP-RC
                   END-IF
               END-IF
           END-IF.

       KEEP-NIGHT-SPACE.
           IF WS-NIGHT-TALLY > 0
               AND WS-NIGHT-DATE(WS-NIGHT-TALLY) = HIST-RUN-DATE
               ADD HIST-SPACE-KB TO WS-NIGHT-KB(WS-NIGHT-TALLY)
           ELSE
               IF WS-NIGHT-TALLY < 10
                   ADD 1 TO WS-NIGHT-TALLY
               ELSE
                   PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 9
                       MOVE WS-NIGHT-ENTRY(WS-NX + 1)
                           TO WS-NIGHT-ENTRY(WS-NX)
                   END-PERFORM
               END-IF
               MOVE HIST-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-TALLY)
               MOVE HIST-SPACE-KB TO WS-NIGHT-KB(WS-NIGHT-TALLY)
           END-IF.

       CHECK-PREVIOUS-NIGHT.
      * NightlyBatch.cbl deletes nightly.ctl at the end of a clean
      * run ; one still present means the last run never finished.
           MOVE "REPRISE (nightly.ctl)" TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-DETAIL
           OPEN INPUT CONTROL_FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE 0 TO WS-LAST-DONE
               MOVE 0 TO WS-CONTROL-LINES
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CONTROL_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           ADD 1 TO WS-CONTROL-LINES
                           IF CTL-STEP-NO IS NUMERIC
                               AND CTL-STEP-NO > WS-LAST-DONE
                               MOVE CTL-STEP-NO TO WS-LAST-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL_FILE
               MOVE "W" TO WS-CHECK-VERDICT
               IF WS-CONTROL-LINES = 0
                   MOVE "RUN PRECEDENT ARRETE AVANT SA PREMIERE ETAPE"
                       TO WS-CHECK-DETAIL
               ELSE
                   STRING "RUN PRECEDENT INCOMPLET - DERNIERE ETAPE "
                       "TERMINEE " WS-LAST-DONE
                       " - REPRISE PROPOSEE"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               END-IF
           ELSE
               MOVE "O" TO WS-CHECK-VERDICT
               MOVE "AUCUN RUN EN SUSPENS" TO WS-CHECK-DETAIL
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "NUIT PRECEDENTE" TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-DETAIL
           EVALUATE TRUE
               WHEN WS-PREV-DATE = 0
                   MOVE "O" TO WS-CHECK-VERDICT
                   MOVE "AUCUNE NUIT ANTERIEURE AU JOURNAL"
                       TO WS-CHECK-DETAIL
               WHEN WS-PREV-STOP-STEP NOT = SPACES
                   MOVE "W" TO WS-CHECK-VERDICT
                   MOVE WS-PREV-STOP-RC TO WS-NUMBER-DISPLAY
                   STRING "NUIT DU " WS-PREV-DATE " ARRETEE A "
                       FUNCTION TRIM(WS-PREV-STOP-STEP)
                       " (RC " FUNCTION TRIM(WS-NUMBER-DISPLAY) ")"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN OTHER
                   MOVE "O" TO WS-CHECK-VERDICT
                   MOVE WS-PREV-EXECUTED TO WS-NUMBER-DISPLAY
                   STRING "NUIT DU " WS-PREV-DATE " : "
                       FUNCTION TRIM(WS-NUMBER-DISPLAY)
                       " ETAPE(S) EXECUTEE(S) SANS ARRET"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM PRINT-CHECK-LINE.

       CHECK-AUDIT-CHAIN.
      * The full walk is AuditChainVerify.cbl's ; its listing goes
      * to preflight_chain.prt and PRINT_FILE is put back the way
      * it was found, so the night's steps print where they always
      * do.
           MOVE "CHAINE D'AUDIT" TO WS-CHECK-LABEL
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHAIN-PRINT-NAME UPON ENVIRONMENT-VALUE
           CALL "AuditChainVerify"
           CANCEL "AuditChainVerify"
           MOVE RETURN-CODE TO WS-CHAIN-RC
           MOVE 0 TO RETURN-CODE
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME
           IF WS-PRINT-ENV = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WS-PRINT-ENV UPON ENVIRONMENT-VALUE
           END-IF
           MOVE SPACES TO WS-CHECK-DETAIL
           EVALUATE WS-CHAIN-RC
               WHEN 0
                   MOVE "O" TO WS-CHECK-VERDICT
                   MOVE "CHAINE INTACTE" TO WS-CHECK-DETAIL
               WHEN 4
                   MOVE "W" TO WS-CHECK-VERDICT
                   MOVE "AUCUNE LIGNE CHAINEE TROUVEE"
                       TO WS-CHECK-DETAIL
               WHEN 8
                   MOVE "B" TO WS-CHECK-VERDICT
                   STRING "CHAINE ROMPUE - VOIR "
                       FUNCTION TRIM(WS-CHAIN-PRINT-NAME)
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN OTHER
                   MOVE "W" TO WS-CHECK-VERDICT
                   MOVE WS-CHAIN-RC TO WS-NUMBER-DISPLAY
                   STRING "VERIFICATION IMPOSSIBLE (RC "
                       FUNCTION TRIM(WS-NUMBER-DISPLAY) ")"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM PRINT-CHECK-LINE.

       CHECK-FREE-SPACE.
      * Need : the largest night of the last ten journalled, and
      * never less than two copies of the people file - the report
      * snapshot of steps 5-10 and the reorganisation's work copy.
           MOVE 0 TO WS-HISTORY-NEED-KB
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NIGHT-TALLY
               IF WS-NIGHT-KB(WS-NX) > WS-HISTORY-NEED-KB
                   MOVE WS-NIGHT-KB(WS-NX) TO WS-HISTORY-NEED-KB
               END-IF
           END-PERFORM
           COMPUTE WS-COPY-NEED-KB = WS-DATA-FILE-KB * 2
           IF WS-HISTORY-NEED-KB > WS-COPY-NEED-KB
               MOVE WS-HISTORY-NEED-KB TO WS-NEEDED-KB
           ELSE
               MOVE WS-COPY-NEED-KB TO WS-NEEDED-KB
           END-IF

           CALL "DiskSpace" USING WS-FREE-KB WS-DISK-KNOWN
           MOVE WS-FREE-KB TO WS-FREE-DISPLAY
           MOVE WS-NEEDED-KB TO WS-NEED-DISPLAY
           MOVE "PLACE DISQUE" TO WS-CHECK-LABEL
           MOVE SPACES TO WS-CHECK-DETAIL
           EVALUATE TRUE
               WHEN WS-DISK-KNOWN NOT = "Y"
                   MOVE "W" TO WS-CHECK-VERDICT
                   STRING "ESPACE LIBRE INCONNU - BESOIN ESTIME "
                       FUNCTION TRIM(WS-NEED-DISPLAY) " Ko"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN WS-FREE-KB < WS-NEEDED-KB
                   MOVE "B" TO WS-CHECK-VERDICT
                   STRING "LIBRE " FUNCTION TRIM(WS-FREE-DISPLAY)
                       " Ko, BESOIN ESTIME "
                       FUNCTION TRIM(WS-NEED-DISPLAY) " Ko"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN WS-FREE-KB < WS-NEEDED-KB * 2
                   MOVE "W" TO WS-CHECK-VERDICT
                   STRING "MARGE FAIBLE : LIBRE "
                       FUNCTION TRIM(WS-FREE-DISPLAY)
                       " Ko, BESOIN ESTIME "
                       FUNCTION TRIM(WS-NEED-DISPLAY) " Ko"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               WHEN OTHER
                   MOVE "O" TO WS-CHECK-VERDICT
                   STRING "LIBRE " FUNCTION TRIM(WS-FREE-DISPLAY)
                       " Ko, BESOIN ESTIME "
                       FUNCTION TRIM(WS-NEED-DISPLAY) " Ko"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM PRINT-CHECK-LINE

           MOVE WS-HISTORY-NEED-KB TO WS-HIST-DISPLAY
           MOVE WS-COPY-NEED-KB TO WS-COPY-DISPLAY
           MOVE WS-NIGHT-TALLY TO WS-NUMBER-DISPLAY
           MOVE SPACES TO WS-SHEET-LINE
           MOVE "  BASE DE L'ESTIMATION" TO WS-SL-LABEL
           STRING "PLUS FORTE DES " FUNCTION TRIM(WS-NUMBER-DISPLAY)
               " DERNIERES NUITS " FUNCTION TRIM(WS-HIST-DISPLAY)
               " Ko - DEUX COPIES DU FICHIER "
               FUNCTION TRIM(WS-COPY-DISPLAY) " Ko"
               DELIMITED BY SIZE INTO WS-SL-DETAIL
           MOVE WS-SHEET-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CHECK-LINE.
           MOVE SPACES TO WS-SHEET-LINE
           MOVE WS-CHECK-LABEL TO WS-SL-LABEL
           EVALUATE TRUE
               WHEN VERDICT-BLOCKING
                   MOVE "BLOQUANT" TO WS-SL-VERDICT
                   ADD 1 TO WS-BLOCK-COUNT
               WHEN VERDICT-WARNING
                   MOVE "ATTENTION" TO WS-SL-VERDICT
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-SL-VERDICT
           END-EVALUATE
           MOVE WS-CHECK-DETAIL TO WS-SL-DETAIL
           MOVE WS-SHEET-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF NOT VERDICT-OK
               DISPLAY FUNCTION TRIM(WS-SL-VERDICT) " : "
                   FUNCTION TRIM(WS-CHECK-LABEL) " - "
                   FUNCTION TRIM(WS-CHECK-DETAIL)
           END-IF.
