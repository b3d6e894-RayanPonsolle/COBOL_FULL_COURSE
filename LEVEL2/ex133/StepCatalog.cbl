      ******************************************************************
      * Name : StepCatalog.cbl
      * Author: RayanPonsolle
      * Loads the nightly step catalog, batch_steps.txt (STEPCAT.cpy),
      * into the table of STEPTAB.cpy for NightlyBatch.cbl,
      * ScheduleMaint.cbl and PreFlight.cbl, so the three read one
      * list of steps and a new program joins the night by adding a
      * catalog line, without a change to any of them.
      * Without the file the built-in catalog applies : the
      * twenty-four steps the night has always run, in their order,
      * FILECOUNT stopping the chain from RETURN-CODE 4 and
      * VERIFYPEOPLE from 12, the first ten due every night and the
      * report steps 5-10 on the frozen copy.
      * Every line is checked : a name given twice, a blank name or
      * program, a stop code that is not a number, an unknown
      * restart, default or data-view letter, a dependency that is
      * not a step earlier in the catalog, or more than sixty steps
      * puts the catalog in error, with the line and the reason in
      * SCT-MESSAGE ; the caller must not run from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepCatalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG_FILE ASSIGN TO "batch_steps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG_FILE.
           COPY STEPCAT.

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-LINE-NO PIC 9(4) VALUE 0.
       01  WS-CX PIC 9(2).
       01  WS-DX PIC 9(2).
       01  WS-LX PIC 9(2).
       01  WS-REASON PIC X(50).

      * The built-in catalog : names, programs, and for each step its
      * stop code, restart, default and data-view letters.
       01  WS-DEFAULT-NAME-LIST.
           05 FILLER PIC X(20) VALUE "FILECOUNT".
           05 FILLER PIC X(20) VALUE "VERIFYPEOPLE".
           05 FILLER PIC X(20) VALUE "ADDRESSMOVES".
           05 FILLER PIC X(20) VALUE "EFFECTIVEAPPLY".
           05 FILLER PIC X(20) VALUE "PEOPLEREPORT".
           05 FILLER PIC X(20) VALUE "DAILYSTATSREPORT".
           05 FILLER PIC X(20) VALUE "AUDITRECONCILE".
           05 FILLER PIC X(20) VALUE "GUARDIANCHECK".
           05 FILLER PIC X(20) VALUE "EXCEPTIONSDASHBOARD".
           05 FILLER PIC X(20) VALUE "REPORTPACK".
           05 FILLER PIC X(20) VALUE "PURGEPEOPLE".
           05 FILLER PIC X(20) VALUE "REORGPEOPLE".
           05 FILLER PIC X(20) VALUE "ARCHIVEMANAGER".
           05 FILLER PIC X(20) VALUE "ARCHIVEVERIFY".
           05 FILLER PIC X(20) VALUE "AUDITROLLOVER".
           05 FILLER PIC X(20) VALUE "ACCESSREVIEW".
           05 FILLER PIC X(20) VALUE "OPERSWEEP".
           05 FILLER PIC X(20) VALUE "CAPACITY".
           05 FILLER PIC X(20) VALUE "RETENTION".
           05 FILLER PIC X(20) VALUE "STEWARD".
           05 FILLER PIC X(20) VALUE "RECEPTION".
           05 FILLER PIC X(20) VALUE "ORPHANSWEEP".
           05 FILLER PIC X(20) VALUE "DSRREPORT".
           05 FILLER PIC X(20) VALUE "AUDITANOMALY".
       01  WS-DEFAULT-NAME-TABLE REDEFINES WS-DEFAULT-NAME-LIST.
           05 WS-DEF-NAME PIC X(20) OCCURS 24 TIMES.

       01  WS-DEFAULT-PROGRAM-LIST.
           05 FILLER PIC X(20) VALUE "filecount".
           05 FILLER PIC X(20) VALUE "VerifyPeople".
           05 FILLER PIC X(20) VALUE "AddressMoves".
           05 FILLER PIC X(20) VALUE "EffectiveApply".
           05 FILLER PIC X(20) VALUE "PeopleReport".
           05 FILLER PIC X(20) VALUE "DailyStatsReport".
           05 FILLER PIC X(20) VALUE "AuditReconcile".
           05 FILLER PIC X(20) VALUE "GuardianCheck".
           05 FILLER PIC X(20) VALUE "ExceptionsDashboard".
           05 FILLER PIC X(20) VALUE "ReportPack".
           05 FILLER PIC X(20) VALUE "PurgePeople".
           05 FILLER PIC X(20) VALUE "ReorgPeople".
           05 FILLER PIC X(20) VALUE "ArchiveManager".
           05 FILLER PIC X(20) VALUE "ArchiveVerify".
           05 FILLER PIC X(20) VALUE "AuditRollover".
           05 FILLER PIC X(20) VALUE "AccessReview".
           05 FILLER PIC X(20) VALUE "OperatorSweep".
           05 FILLER PIC X(20) VALUE "CapacityMonitor".
           05 FILLER PIC X(20) VALUE "RetentionSweep".
           05 FILLER PIC X(20) VALUE "StewardReport".
           05 FILLER PIC X(20) VALUE "ReceptionReport".
           05 FILLER PIC X(20) VALUE "OrphanSweep".
           05 FILLER PIC X(20) VALUE "DsrReport".
           05 FILLER PIC X(20) VALUE "AuditAnomaly".
       01  WS-DEFAULT-PROGRAM-TABLE REDEFINES WS-DEFAULT-PROGRAM-LIST.
           05 WS-DEF-PROGRAM PIC X(20) OCCURS 24 TIMES.

       01  WS-DEFAULT-RULE-LIST.
           05 FILLER PIC X(7) VALUE "0004SQV".
           05 FILLER PIC X(7) VALUE "0012SQV".
           05 FILLER PIC X(7) VALUE "0000SQV".
           05 FILLER PIC X(7) VALUE "0000SQV".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SQF".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
           05 FILLER PIC X(7) VALUE "0000SLV".
       01  WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULE-LIST.
           05 WS-DEF-RULE OCCURS 24 TIMES.
               10 WS-DEF-STOP-RC PIC 9(4).
               10 WS-DEF-RESTART PIC X.
               10 WS-DEF-DEFAULT PIC X.
               10 WS-DEF-DATA-VIEW PIC X.

       LINKAGE SECTION.
           COPY STEPTAB.

       PROCEDURE DIVISION USING STEP-CATALOG-TABLE.
       MAIN.
           MOVE SPACES TO SCT-MESSAGE.
           MOVE 0 TO SCT-COUNT.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT CATALOG_FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               MOVE "F" TO SCT-SOURCE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CATALOG_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF STEP-CATALOG-RECORD NOT = SPACES
                               AND STEP-CATALOG-RECORD(1:1) NOT = "*"
                               PERFORM TAKE-CATALOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG_FILE
               IF SCT-COUNT = 0 AND NOT CATALOG-IN-ERROR
                   MOVE "E" TO SCT-SOURCE
                   MOVE "batch_steps.txt NE DECRIT AUCUNE ETAPE"
                       TO SCT-MESSAGE
               END-IF
           ELSE
               MOVE "D" TO SCT-SOURCE
               PERFORM LOAD-BUILT-IN-CATALOG
           END-IF.
           GOBACK.

       LOAD-BUILT-IN-CATALOG.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 24
               MOVE WS-DEF-NAME(WS-CX) TO SCT-NAME(WS-CX)
               MOVE WS-DEF-PROGRAM(WS-CX) TO SCT-PROGRAM(WS-CX)
               MOVE WS-DEF-STOP-RC(WS-CX) TO SCT-STOP-RC(WS-CX)
               MOVE WS-DEF-RESTART(WS-CX) TO SCT-RESTART(WS-CX)
               MOVE WS-DEF-DEFAULT(WS-CX) TO SCT-DEFAULT(WS-CX)
               MOVE WS-DEF-DATA-VIEW(WS-CX) TO SCT-DATA-VIEW(WS-CX)
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
                   MOVE SPACES TO SCT-DEPENDS(WS-CX, WS-DX)
                   MOVE 0 TO SCT-DEPEND-IX(WS-CX, WS-DX)
               END-PERFORM
               MOVE SPACES TO SCT-LABEL(WS-CX)
           END-PERFORM.
           MOVE 24 TO SCT-COUNT.

       TAKE-CATALOG-LINE.
      * The first fault found is the one reported ; the lines after
      * it are still counted but no longer checked.
           IF NOT CATALOG-IN-ERROR
               MOVE SPACES TO WS-REASON
               PERFORM CHECK-CATALOG-LINE
               IF WS-REASON NOT = SPACES
                   MOVE "E" TO SCT-SOURCE
                   STRING "batch_steps.txt LIGNE " WS-LINE-NO " : "
                       WS-REASON
                       DELIMITED BY SIZE INTO SCT-MESSAGE
               ELSE
                   PERFORM STORE-CATALOG-LINE
               END-IF
           END-IF.

       CHECK-CATALOG-LINE.
      * A blank stop code is a step that never stops the chain.
           IF STEP-CATALOG-RECORD(41:4) = SPACES
               MOVE ZEROS TO STP-STOP-RC
           END-IF
           MOVE FUNCTION UPPER-CASE(STP-NAME) TO STP-NAME
           MOVE FUNCTION UPPER-CASE(STP-RESTART) TO STP-RESTART
           MOVE FUNCTION UPPER-CASE(STP-DEFAULT) TO STP-DEFAULT
           MOVE FUNCTION UPPER-CASE(STP-DATA-VIEW) TO STP-DATA-VIEW
           EVALUATE TRUE
               WHEN SCT-COUNT >= 60
                   MOVE "PLUS DE 60 ETAPES" TO WS-REASON
               WHEN STP-NAME = SPACES
                   MOVE "NOM D'ETAPE ABSENT" TO WS-REASON
               WHEN STP-PROGRAM = SPACES
                   STRING FUNCTION TRIM(STP-NAME)
                       " : PROGRAMME ABSENT"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN STP-STOP-RC IS NOT NUMERIC
                   STRING FUNCTION TRIM(STP-NAME)
                       " : CODE D'ARRET NON NUMERIQUE"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN STP-RESTART NOT = SPACE AND STP-RESTART NOT = "S"
                   AND STP-RESTART NOT = "R" AND STP-RESTART NOT = "M"
                   STRING FUNCTION TRIM(STP-NAME)
                       " : REPRISE " STP-RESTART " INCONNUE (S/R/M)"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN STP-DEFAULT NOT = SPACE AND STP-DEFAULT NOT = "Q"
                   AND STP-DEFAULT NOT = "L"
                   STRING FUNCTION TRIM(STP-NAME)
                       " : DEFAUT " STP-DEFAULT " INCONNU (Q/L)"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN STP-DATA-VIEW NOT = SPACE
                   AND STP-DATA-VIEW NOT = "F"
                   AND STP-DATA-VIEW NOT = "V"
                   STRING FUNCTION TRIM(STP-NAME)
                       " : FICHIER " STP-DATA-VIEW " INCONNU (F/V)"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN OTHER
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > SCT-COUNT
                       IF SCT-NAME(WS-CX) = STP-NAME
                           STRING FUNCTION TRIM(STP-NAME)
                               " EN DOUBLE"
                               DELIMITED BY SIZE INTO WS-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-REASON = SPACES
               PERFORM CHECK-DEPENDENCIES
           END-IF.

       CHECK-DEPENDENCIES.
      * A step can only wait on one the night has already run.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               MOVE FUNCTION UPPER-CASE(STP-DEPENDS(WS-DX))
                   TO STP-DEPENDS(WS-DX)
               IF STP-DEPENDS(WS-DX) NOT = SPACES
                   AND WS-REASON = SPACES
                   MOVE 0 TO WS-LX
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > SCT-COUNT
                       IF SCT-NAME(WS-CX) = STP-DEPENDS(WS-DX)
                           MOVE WS-CX TO WS-LX
                       END-IF
                   END-PERFORM
                   IF WS-LX = 0
                       STRING FUNCTION TRIM(STP-NAME)
                           " : DEPEND DE "
                           FUNCTION TRIM(STP-DEPENDS(WS-DX))
                           ", ABSENTE AVANT ELLE"
                           DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.

       STORE-CATALOG-LINE.
           ADD 1 TO SCT-COUNT
           MOVE STP-NAME TO SCT-NAME(SCT-COUNT)
           MOVE FUNCTION TRIM(STP-PROGRAM) TO SCT-PROGRAM(SCT-COUNT)
           MOVE STP-STOP-RC TO SCT-STOP-RC(SCT-COUNT)
           MOVE STP-RESTART TO SCT-RESTART(SCT-COUNT)
           IF STP-RESTART = SPACE
               MOVE "S" TO SCT-RESTART(SCT-COUNT)
           END-IF
           MOVE STP-DEFAULT TO SCT-DEFAULT(SCT-COUNT)
           IF STP-DEFAULT = SPACE
               MOVE "L" TO SCT-DEFAULT(SCT-COUNT)
           END-IF
           MOVE STP-DATA-VIEW TO SCT-DATA-VIEW(SCT-COUNT)
           IF STP-DATA-VIEW = SPACE
               MOVE "V" TO SCT-DATA-VIEW(SCT-COUNT)
           END-IF
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               MOVE STP-DEPENDS(WS-DX) TO SCT-DEPENDS(SCT-COUNT, WS-DX)
               MOVE 0 TO SCT-DEPEND-IX(SCT-COUNT, WS-DX)
               IF STP-DEPENDS(WS-DX) NOT = SPACES
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX >= SCT-COUNT
                       IF SCT-NAME(WS-CX) = STP-DEPENDS(WS-DX)
                           MOVE WS-CX TO SCT-DEPEND-IX(SCT-COUNT, WS-DX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE STP-LABEL TO SCT-LABEL(SCT-COUNT).
