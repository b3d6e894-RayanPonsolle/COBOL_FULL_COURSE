      * (run date, step, start/end timestamp, RETURN-CODE, status
      * E = executee, N = non prevue, A = abandon sur erreur) read
      * back by BatchHistoryReport.cbl.
      * The steps are those of the catalog batch_steps.txt
      * (STEPCAT.cpy), loaded through StepCatalog.cbl, in its order :
      * for each the program CALLed, the RETURN-CODE from which it
      * stops the chain, what a resumed run does with it, whether it
      * is due every night when the schedule does not list it,
      * whether it reads the frozen report copy, and the steps it
      * depends on - a step whose dependency ended tonight at or
      * above ALERT_RC is not run, and is journalled "A". A new
      * program joins the night with a catalog line. Without the
      * file the built-in catalog applies, the steps described
      * below ; a catalog in error stops the night before anything
      * runs. A resume is only offered while nightly.ctl still
      * matches the catalog step for step. A step marked M that the
      * interrupted run stopped at is not run again without the
      * operator's say-so, and never in unattended mode.
      * The calendar lives in schedule.txt : one line per step (name
      * in columns 1-20, frequency D / W / M, then a two-digit day -
      * day of week 1-7 Monday=1 for W, day of month for M). Steps
      * marked Q in the catalog (1-10 of the built-in one) default
      * to daily when not listed so an incomplete schedule never
      * silences the reports ; the others, among them the
      * weekly/monthly housekeeping steps 11-15 (purge,
      * reorganisation, snapshot retention, restore drill, audit
      * rollover), run ONLY when the schedule lists them and the
      * date matches, so the purge stops depending on someone
      * remembering.
      * Step 3 applies the moves keyed ahead of their date
      * (AddressMoves.cbl) on the live file, before the report
      * snapshot is taken, so the night's reports and mailings see
      * the address in force on the business date.
      * Step 4 applies in the same way the AGE, VILLE and STATUT
      * changes and the commune mergers queued for their date in
      * effective_changes.txt (EffectiveApply.cbl), and prints what
      * was applied, what failed and what comes due within a week.
      * Step 8 checks the legal-representative links
      * (GuardianCheck.cbl) ahead of the dashboard and the pack, so
      * its page goes out with the morning's reports.
      * Step 16, like the housekeeping steps run only when listed
      * (weekly), reviews the week's read-access trail for the
      * data-protection officer (AccessReview.cbl).
      * Step 17, likewise only when listed, sweeps the dormant
      * operator IDs and prints the quarterly access
      * recertification list (OperatorSweep.cbl).
      * Step 18, likewise only when listed (weekly), records the
      * size of every dataset and projects the disk space
      * (CapacityMonitor.cbl) ; its alerts reach the next morning's
      * exceptions page.
      * Step 19, likewise only when listed, trims or archives the
      * side histories, reject files, extracts and journals past the
      * keep period of retention_policy.txt (RetentionSweep.cbl).
      * Step 20, likewise only when listed (weekly), prints the data
      * stewards' backlog and turnaround (StewardReport.cbl).
      * Step 21, likewise only when listed (daily), prints the
      * day's inbound files expected against received, with what
      * was refused or held at reception (ReceptionReport.cbl).
      * Step 22, likewise only when listed (weekly), checks the side
      * files that point at a person against the live file and the
      * reference masters (OrphanSweep.cbl) ; its counts reach the
      * next morning's exceptions page.
      * Step 23, likewise only when listed (weekly), prints the open
      * data-subject requests by days remaining to their legal date
      * (DsrReport.cbl) ; the overdue ones reach the next morning's
      * exceptions page.
      * Step 24, likewise only when listed (daily), scans the day's
      * audit trail against the thresholds of audit_rules.txt
      * (AuditAnomaly.cbl) ; its hits and their evidence reach the
      * next morning's exceptions page.
      * Before step 1, and before nightly.ctl is reset, PreFlight.cbl
      * checks the lock, the inputs, the schedule, the previous
      * night, the audit chain and the disk space and prints its
      * go/no-go sheet ; it is journalled as step PREFLIGHT, and a
      * NO-GO (RETURN-CODE 8 and over) stops the run there with
      * every step journalled "A". Each executed step's journal row
      * also carries the disk space it consumed, in kilobytes
      * (DiskSpace.cbl before and after), the history PreFlight.cbl
      * sizes the next night's needs from.
      * The on-call operator is alerted through BatchAlert.cbl as the
      * night goes : a step ending at or above ALERT_RC (default 8),
      * a step running more than ALERT_OVERRUN_PCT percent (default
      * 25, never less than a minute) past its forecast - the same
      * projection BatchForecast.cbl prints, from the last fourteen
      * runs in batch_history.txt - and a stopped run each raise an
      * alert, and a closing message tells how the night ended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyBatch.
           05 HIST-END-TIME PIC X(15).
           05 HIST-RC PIC 9(4).
           05 HIST-STATUS PIC X.
           05 HIST-SPACE-KB PIC 9(9).

       FD  SCHEDULE_FILE.
       01  SCHEDULE_RECORD.
       01  WS-CONTROL-NAME PIC X(20) VALUE "nightly.ctl".
       01  WS-STEP-RC PIC S9(4) VALUE 0.
       01  WS-WORST-RC PIC S9(4) VALUE 0.
       01  WS-TOTAL-STEPS PIC 9(2) VALUE 0.
       01  WS-LAST-DONE PIC 9(2) VALUE 0.
       01  WS-RESUME-FROM PIC 9(2) VALUE 0.
       01  WS-HAVE-CONTROL PIC X VALUE "N".
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-STEP-START PIC X(15).
       01  WS-STEP-END PIC X(15).
       01  WS-STEP-SPACE-KB PIC 9(9) VALUE 0.
       01  WS-FREE-BEFORE-KB PIC 9(12).
       01  WS-FREE-AFTER-KB PIC 9(12).
       01  WS-DISK-BEFORE PIC X.
       01  WS-DISK-AFTER PIC X.
       01  WS-ALERT-INPUT PIC X(4).
       01  WS-ALERT-THRESHOLD PIC 9(4) VALUE 8.
       01  WS-OVERRUN-PCT PIC 9(3) VALUE 25.
       01  WS-ALERT-KIND PIC X(8).
       01  WS-ALERT-STEP PIC X(20).
       01  WS-ALERT-CODE PIC 9(4).
       01  WS-ALERT-TEXT PIC X(60).
       01  WS-ABORT-NAME PIC X(20) VALUE SPACES.
       01  WS-FINAL-RC PIC S9(4).
       01  WS-RC-DISPLAY PIC Z(3)9.

      * Elapsed seconds of the last fourteen executed runs of each
      * step, in step order, and tonight's projection from them.
       01  WS-FORECAST-TABLE.
           05 WS-FC-ENTRY OCCURS 60 TIMES.
               10 WS-FC-TALLY PIC 9(2).
               10 WS-FC-ELAPSED PIC 9(7) OCCURS 14 TIMES.
               10 WS-FC-PROJECTED PIC 9(7).
       01  WS-FX PIC 9(2).
       01  WS-EX PIC 9(2).
       01  WS-RECENT-SUM PIC 9(9).
       01  WS-RECENT-CNT PIC 9(2).
       01  WS-OLDER-SUM PIC 9(9).
       01  WS-OLDER-CNT PIC 9(2).
       01  WS-RECENT-AVG PIC 9(7).
       01  WS-OLDER-AVG PIC 9(7).
       01  WS-EL-START PIC X(15).
       01  WS-EL-END PIC X(15).
       01  WS-ELAPSED PIC S9(7).
       01  WS-EL-START-DAYS PIC 9(7).
       01  WS-EL-END-DAYS PIC 9(7).
       01  WS-EL-START-SECS PIC 9(7).
       01  WS-EL-END-SECS PIC 9(7).
       01  WS-SLACK-SECS PIC 9(7).
       01  WS-ALLOWED-SECS PIC 9(7).
       01  WS-SECS-DISPLAY PIC Z(6)9.
       01  WS-FORECAST-DISPLAY PIC Z(6)9.
       01  WS-ABORT PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01  WS-ABORT-STEP PIC 9(2) VALUE 0.
       01  WS-SKX PIC 9(2).

      * The steps of the night, from the catalog.
           COPY STEPTAB.
       01  WS-STEP-PROGRAM PIC X(20).
       01  WS-CALL-FAILED PIC X.
       01  WS-DPX PIC 9(2).
       01  WS-DEP-FAILED PIC X.
       01  WS-DEP-NAME PIC X(20).
       01  WS-CTL-MISMATCH PIC X VALUE "N".
      * How each step has fared tonight, for its dependents : E ran,
      * F ended at or above ALERT_RC, N not due, K not run for a
      * dependency, P finished by the interrupted run being resumed.
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-STATE PIC X OCCURS 60 TIMES.

       01  WS-SCHEDULE-TABLE.
           05 WS-SCHED-ENTRY OCCURS 60 TIMES.
               10 WS-SCHED-NAME PIC X(20).
               10 WS-SCHED-FREQ PIC X.
               10 WS-SCHED-DAY PIC 9(2).
       01  WS-SCAN-STOP PIC X.
       01  WS-DSX PIC 9(2).
       01  WS-SCHED-TALLY PIC 9(2) VALUE 0.
       01  WS-SCHED-DROPPED PIC 9(4) VALUE 0.
       01  WS-SCX PIC 9(2).
       01  WS-LISTED PIC X.
       01  WS-HAVE-SCHEDULE PIC X VALUE "N".
               MOVE "data.txt" TO WS-LIVE-DATA-NAME
           END-IF.

           DISPLAY "ALERT_RC" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ALERT-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-ALERT-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ALERT-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-ALERT-INPUT)
                   TO WS-ALERT-THRESHOLD
           END-IF.
           DISPLAY "ALERT_OVERRUN_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ALERT-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-ALERT-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ALERT-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-ALERT-INPUT)
                   TO WS-OVERRUN-PCT
           END-IF.

           CALL "StepCatalog" USING STEP-CATALOG-TABLE
           END-CALL.
           IF CATALOG-IN-ERROR
               DISPLAY "ARRET : CATALOGUE DES ETAPES EN ERREUR, AUCUNE "
                   "ETAPE LANCEE"
               DISPLAY "  " FUNCTION TRIM(SCT-MESSAGE)
               MOVE "ABANDON" TO WS-ALERT-KIND
               MOVE "CATALOGUE" TO WS-ALERT-STEP
               MOVE 16 TO WS-ALERT-CODE
               MOVE SCT-MESSAGE TO WS-ALERT-TEXT
               PERFORM RAISE-ALERT
               DISPLAY "BUSINESS_DATE" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SCT-COUNT TO WS-TOTAL-STEPS.
           MOVE SPACES TO WS-NIGHT-TABLE.
           IF CATALOG-FROM-FILE
               DISPLAY "CATALOGUE DES ETAPES : " WS-TOTAL-STEPS
                   " ETAPE(S) (batch_steps.txt)"
           ELSE
               DISPLAY "CATALOGUE DES ETAPES : " WS-TOTAL-STEPS
                   " ETAPE(S) (CATALOGUE INTEGRE)"
           END-IF.

           PERFORM LOAD-HOLIDAYS.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-STEP-FORECASTS.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM RUN-PREFLIGHT.
           IF WS-RESUME-FROM = 0 AND NOT RUN-ABORTED
               OPEN OUTPUT CONTROL_FILE
               IF WS-CONTROL-FILE-STATUS = "00"
                   CLOSE CONTROL_FILE
           IF WS-WORST-RC > RETURN-CODE
               MOVE WS-WORST-RC TO RETURN-CODE
           END-IF.
           PERFORM SEND-CLOSING-ALERT.
           GOBACK.

       RUN-PREFLIGHT.
      * Nothing has been opened for update yet : a NO-GO leaves the
      * loop below with nothing to do, and RECORD-SKIPPED-ON-ERROR
      * journals all the steps from the first.
           MOVE 0 TO WS-STEP-NO.
           MOVE "PREFLIGHT" TO WS-STEP-NAME.
           MOVE 0 TO WS-STEP-SPACE-KB.
           DISPLAY "CONTROLE AVANT TRAITEMENT : PREFLIGHT".
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START.
           CALL "PreFlight".
           CANCEL "PreFlight".
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END.
           DISPLAY "  RETOUR PREFLIGHT : " WS-STEP-RC.
           IF WS-STEP-RC >= 8
               DISPLAY "ARRET : CONTROLE AVANT TRAITEMENT NEGATIF, "
                   "AUCUNE ETAPE LANCEE (VOIR preflight.prt)"
               PERFORM RECORD-ABORTED-RUN
           ELSE
               IF WS-STEP-RC > WS-WORST-RC
                   MOVE WS-STEP-RC TO WS-WORST-RC
               END-IF
               MOVE "E" TO WS-STEP-STATUS
               PERFORM RECORD-STEP-HISTORY
           END-IF.

       RUN-ONE-STEP.
           MOVE SCT-NAME(WS-STEP-NO) TO WS-STEP-NAME.
           MOVE SCT-PROGRAM(WS-STEP-NO) TO WS-STEP-PROGRAM.
           MOVE 0 TO WS-STEP-SPACE-KB.
           IF WS-RESUME-FROM >= WS-STEP-NO
               AND SCT-RESTART(WS-STEP-NO) NOT = "R"
               DISPLAY "ETAPE " WS-STEP-NO " IGNOREE (DEJA TERMINEE)"
           ELSE
               IF WS-RESUME-FROM >= WS-STEP-NO
                   DISPLAY "ETAPE " WS-STEP-NO " REJOUEE A LA REPRISE "
                       "(" FUNCTION TRIM(WS-STEP-NAME) ")"
               END-IF
               PERFORM CHECK-STEP-DUE
               IF NOT STEP-IS-DUE
                   DISPLAY "ETAPE " WS-STEP-NO " NON PREVUE CE SOIR "
                   MOVE WS-STEP-START TO WS-STEP-END
                   MOVE 0 TO WS-STEP-RC
                   MOVE "N" TO WS-STEP-STATUS
                   MOVE "N" TO WS-NIGHT-STATE(WS-STEP-NO)
                   PERFORM RECORD-STEP-HISTORY
               ELSE
                   PERFORM CHECK-STEP-DEPENDENCIES
                   IF WS-DEP-FAILED = "Y"
                       DISPLAY "ETAPE " WS-STEP-NO " NON LANCEE : "
                           FUNCTION TRIM(WS-STEP-NAME) " DEPEND DE "
                           FUNCTION TRIM(WS-DEP-NAME) ", EN ERREUR"
                       MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
                       MOVE WS-STEP-START TO WS-STEP-END
                       MOVE 0 TO WS-STEP-RC
                       MOVE "A" TO WS-STEP-STATUS
                       MOVE "K" TO WS-NIGHT-STATE(WS-STEP-NO)
                       PERFORM RECORD-STEP-HISTORY
                   ELSE
                       PERFORM CHECK-MANUAL-RESTART
                       IF NOT RUN-ABORTED
                           PERFORM EXECUTE-STEP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-STEP-DEPENDENCIES.
      * A dependency not due tonight, or not reached, holds nothing
      * up ; one that ended in error, or was itself held up, does.
           MOVE "N" TO WS-DEP-FAILED
           PERFORM VARYING WS-DPX FROM 1 BY 1 UNTIL WS-DPX > 3
               IF SCT-DEPEND-IX(WS-STEP-NO, WS-DPX) > 0
                   AND WS-DEP-FAILED = "N"
                   MOVE SCT-DEPEND-IX(WS-STEP-NO, WS-DPX) TO WS-SKX
                   IF WS-NIGHT-STATE(WS-SKX) = "F"
                       OR WS-NIGHT-STATE(WS-SKX) = "K"
                       MOVE "Y" TO WS-DEP-FAILED
                       MOVE SCT-NAME(WS-SKX) TO WS-DEP-NAME
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-MANUAL-RESTART.
      * The step the interrupted run stopped at, when the catalog
      * marks it M, waits for the operator : it may have left its
      * work half done.
           IF SCT-RESTART(WS-STEP-NO) = "M"
               AND WS-RESUME-FROM > 0
               AND WS-STEP-NO = WS-RESUME-FROM + 1
               IF UNATTENDED-MODE
                   MOVE "N" TO WS-REPLY
               ELSE
                   DISPLAY FUNCTION TRIM(WS-STEP-NAME)
                       " S'EST ARRETEE AU RUN PRECEDENT. "
                       "Relancer ? (O/N)"
                   ACCEPT WS-REPLY
               END-IF
               IF WS-REPLY NOT = "O" AND WS-REPLY NOT = "o"
                   DISPLAY "ARRET : " FUNCTION TRIM(WS-STEP-NAME)
                       " A RELANCER PAR L'EXPLOITANT (REPRISE M)"
                   MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
                   MOVE WS-STEP-START TO WS-STEP-END
                   MOVE 16 TO WS-STEP-RC
                   PERFORM RECORD-ABORTED-RUN
               END-IF
           END-IF.

       EXECUTE-STEP.
      * The read-only report steps (F in the catalog, 5-10 in the
      * built-in one) all work from one frozen copy of the people
      * file taken before the first of them runs, so a late
      * maintenance session mid-batch can never make two reports
      * disagree by a record, and the growing indexed file is
      * traversed once instead of six times. A step on the live file
      * after them releases the copy.
      * Free space is taken before the snapshot copy, so the step
      * that triggers it is charged with it.
           CALL "DiskSpace" USING WS-FREE-BEFORE-KB WS-DISK-BEFORE.
           IF SCT-DATA-VIEW(WS-STEP-NO) = "F"
               PERFORM FREEZE-REPORT-SNAPSHOT
           ELSE
               PERFORM RELEASE-REPORT-SNAPSHOT
           END-IF.
           DISPLAY "ETAPE " WS-STEP-NO " : "
               FUNCTION TRIM(WS-STEP-NAME).
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START.
      * A catalog line naming a program that cannot be loaded ends
      * the step in RETURN-CODE 16 instead of ending the night.
           MOVE "N" TO WS-CALL-FAILED.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED
           END-CALL.
           IF WS-CALL-FAILED = "Y"
               DISPLAY "  PROGRAMME INTROUVABLE : "
                   FUNCTION TRIM(WS-STEP-PROGRAM)
               MOVE 16 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-STEP-PROGRAM
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END.
           DISPLAY "  RETOUR " FUNCTION TRIM(WS-STEP-NAME) " : "
               WS-STEP-RC.
           PERFORM CHECK-STEP-OVERRUN.
           CALL "DiskSpace" USING WS-FREE-AFTER-KB WS-DISK-AFTER.
           IF WS-DISK-BEFORE = "Y" AND WS-DISK-AFTER = "Y"
               AND WS-FREE-AFTER-KB < WS-FREE-BEFORE-KB
               COMPUTE WS-STEP-SPACE-KB =
                   WS-FREE-BEFORE-KB - WS-FREE-AFTER-KB
           END-IF.

           IF WS-STEP-RC >= WS-ALERT-THRESHOLD
               MOVE "F" TO WS-NIGHT-STATE(WS-STEP-NO)
           ELSE
               MOVE "E" TO WS-NIGHT-STATE(WS-STEP-NO)
           END-IF.

      * The stop codes of the built-in catalog : FILECOUNT from 4 (a
      * failed count, or no record - no point printing empty
      * reports), VERIFYPEOPLE from 12 (a damaged file).
           EVALUATE TRUE
               WHEN SCT-STOP-RC(WS-STEP-NO) > 0
                   AND WS-STEP-RC >= SCT-STOP-RC(WS-STEP-NO)
                   MOVE SCT-STOP-RC(WS-STEP-NO) TO WS-RC-DISPLAY
                   DISPLAY "ARRET : " FUNCTION TRIM(WS-STEP-NAME)
                       " EN RC " WS-STEP-RC " (SEUIL D'ARRET "
                       FUNCTION TRIM(WS-RC-DISPLAY)
                       "), ETAPES SUIVANTES IGNOREES"
                   PERFORM RECORD-ABORTED-RUN
               WHEN OTHER
                   IF WS-STEP-RC > WS-WORST-RC
                       MOVE WS-STEP-RC TO WS-WORST-RC
                   END-IF
                   IF WS-STEP-RC >= WS-ALERT-THRESHOLD
                       MOVE "SEUIL" TO WS-ALERT-KIND
                       MOVE WS-STEP-NAME TO WS-ALERT-STEP
                       MOVE WS-STEP-RC TO WS-ALERT-CODE
                       MOVE WS-STEP-RC TO WS-RC-DISPLAY
                       MOVE SPACES TO WS-ALERT-TEXT
                       STRING "ETAPE " FUNCTION TRIM(WS-STEP-NAME)
                           " TERMINEE EN RC "
                           FUNCTION TRIM(WS-RC-DISPLAY)
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       PERFORM RAISE-ALERT
                   END-IF
                   IF WS-SHIFTED = "Y"
                       MOVE "D" TO WS-STEP-STATUS
                   ELSE
       RECORD-ABORTED-RUN.
           MOVE "Y" TO WS-ABORT.
           MOVE WS-STEP-NO TO WS-ABORT-STEP.
           MOVE WS-STEP-NAME TO WS-ABORT-NAME.
           MOVE WS-STEP-RC TO RETURN-CODE.
           MOVE "A" TO WS-STEP-STATUS.
           PERFORM RECORD-STEP-HISTORY.
           MOVE "ABANDON" TO WS-ALERT-KIND.
           MOVE WS-STEP-NAME TO WS-ALERT-STEP.
           MOVE WS-STEP-RC TO WS-ALERT-CODE.
           MOVE WS-STEP-RC TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "TRAITEMENT ARRETE A " FUNCTION TRIM(WS-STEP-NAME)
               " (RC " FUNCTION TRIM(WS-RC-DISPLAY)
               "), SUITE NON LANCEE"
               DELIMITED BY SIZE INTO WS-ALERT-TEXT.
           PERFORM RAISE-ALERT.

       CHECK-STEP-OVERRUN.
      * Only a step with at least three past runs has a forecast
      * worth comparing against.
           IF WS-FC-TALLY(WS-STEP-NO) >= 3
               MOVE WS-STEP-START TO WS-EL-START
               MOVE WS-STEP-END TO WS-EL-END
               PERFORM COMPUTE-ELAPSED-SECONDS
               COMPUTE WS-SLACK-SECS =
                   WS-FC-PROJECTED(WS-STEP-NO) * WS-OVERRUN-PCT / 100
               IF WS-SLACK-SECS < 60
                   MOVE 60 TO WS-SLACK-SECS
               END-IF
               COMPUTE WS-ALLOWED-SECS =
                   WS-FC-PROJECTED(WS-STEP-NO) + WS-SLACK-SECS
               IF WS-ELAPSED > WS-ALLOWED-SECS
                   MOVE "RETARD" TO WS-ALERT-KIND
                   MOVE WS-STEP-NAME TO WS-ALERT-STEP
                   IF WS-STEP-RC < 0
                       MOVE 0 TO WS-ALERT-CODE
                   ELSE
                       MOVE WS-STEP-RC TO WS-ALERT-CODE
                   END-IF
                   MOVE WS-ELAPSED TO WS-SECS-DISPLAY
                   MOVE WS-FC-PROJECTED(WS-STEP-NO)
                       TO WS-FORECAST-DISPLAY
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING FUNCTION TRIM(WS-STEP-NAME) " : "
                       FUNCTION TRIM(WS-SECS-DISPLAY) " S POUR "
                       FUNCTION TRIM(WS-FORECAST-DISPLAY)
                       " S PREVUES"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       SEND-CLOSING-ALERT.
           MOVE "FIN" TO WS-ALERT-KIND.
           MOVE "TRAITEMENT DE NUIT" TO WS-ALERT-STEP.
           MOVE RETURN-CODE TO WS-FINAL-RC.
           IF WS-FINAL-RC < 0
               MOVE 0 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO WS-ALERT-CODE.
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF RUN-ABORTED
               STRING "RUN DU " WS-BUSINESS-DATE " ARRETE A "
                   FUNCTION TRIM(WS-ABORT-NAME)
                   " - RC " FUNCTION TRIM(WS-RC-DISPLAY)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
           ELSE
               STRING "RUN DU " WS-BUSINESS-DATE " TERMINE - RC "
                   FUNCTION TRIM(WS-RC-DISPLAY)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-IF.
           PERFORM RAISE-ALERT.

       RAISE-ALERT.
      * BatchAlert.cbl leaves RETURN-CODE alone, but the run's own
      * code is kept across the CALL all the same.
           MOVE RETURN-CODE TO WS-FINAL-RC
           CALL "BatchAlert" USING WS-ALERT-KIND WS-ALERT-STEP
               WS-ALERT-CODE WS-ALERT-TEXT
           END-CALL
           MOVE WS-FINAL-RC TO RETURN-CODE.

       LOAD-STEP-FORECASTS.
      * Same window and projection as BatchForecast.cbl : the last
      * fourteen executed runs of each step, recent average of the
      * last seven plus its growth over the seven before, when
      * positive. The two must stay in step.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-TOTAL-STEPS
               MOVE 0 TO WS-FC-TALLY(WS-FX)
               MOVE 0 TO WS-FC-PROJECTED(WS-FX)
           END-PERFORM
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF HIST-STATUS = "E" OR HIST-STATUS = "D"
                               PERFORM KEEP-STEP-ELAPSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-TOTAL-STEPS
               PERFORM PROJECT-STEP-ELAPSED
           END-PERFORM.

       KEEP-STEP-ELAPSED.
           MOVE 0 TO WS-SKX
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-TOTAL-STEPS
               IF SCT-NAME(WS-FX) = HIST-STEP-NAME
                   MOVE WS-FX TO WS-SKX
               END-IF
           END-PERFORM
           IF WS-SKX > 0
               MOVE HIST-START-TIME TO WS-EL-START
               MOVE HIST-END-TIME TO WS-EL-END
               PERFORM COMPUTE-ELAPSED-SECONDS
               IF WS-ELAPSED < 0
                   MOVE 0 TO WS-ELAPSED
               END-IF
               IF WS-FC-TALLY(WS-SKX) < 14
                   ADD 1 TO WS-FC-TALLY(WS-SKX)
               ELSE
                   PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 13
                       MOVE WS-FC-ELAPSED(WS-SKX, WS-EX + 1)
                           TO WS-FC-ELAPSED(WS-SKX, WS-EX)
                   END-PERFORM
               END-IF
               MOVE WS-ELAPSED
                   TO WS-FC-ELAPSED(WS-SKX, WS-FC-TALLY(WS-SKX))
           END-IF.

       PROJECT-STEP-ELAPSED.
           MOVE 0 TO WS-RECENT-SUM WS-RECENT-CNT
           MOVE 0 TO WS-OLDER-SUM WS-OLDER-CNT
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-FC-TALLY(WS-FX)
               IF WS-EX > WS-FC-TALLY(WS-FX) - 7
                   ADD WS-FC-ELAPSED(WS-FX, WS-EX) TO WS-RECENT-SUM
                   ADD 1 TO WS-RECENT-CNT
               ELSE
                   ADD WS-FC-ELAPSED(WS-FX, WS-EX) TO WS-OLDER-SUM
                   ADD 1 TO WS-OLDER-CNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RECENT-AVG
           IF WS-RECENT-CNT > 0
               COMPUTE WS-RECENT-AVG = WS-RECENT-SUM / WS-RECENT-CNT
           END-IF
           MOVE WS-RECENT-AVG TO WS-FC-PROJECTED(WS-FX)
           IF WS-OLDER-CNT > 0
               COMPUTE WS-OLDER-AVG = WS-OLDER-SUM / WS-OLDER-CNT
               IF WS-RECENT-AVG > WS-OLDER-AVG
                   COMPUTE WS-FC-PROJECTED(WS-FX) =
                       WS-RECENT-AVG * 2 - WS-OLDER-AVG
               END-IF
           END-IF.

       COMPUTE-ELAPSED-SECONDS.
           IF FUNCTION TEST-NUMVAL(WS-EL-START(1:14)) = 0
               AND FUNCTION TEST-NUMVAL(WS-EL-END(1:14)) = 0
               COMPUTE WS-EL-START-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EL-START(1:8)))
               COMPUTE WS-EL-END-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EL-END(1:8)))
               COMPUTE WS-EL-START-SECS =
                   FUNCTION NUMVAL(WS-EL-START(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-EL-START(11:2)) * 60
                   + FUNCTION NUMVAL(WS-EL-START(13:2))
               COMPUTE WS-EL-END-SECS =
                   FUNCTION NUMVAL(WS-EL-END(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-EL-END(11:2)) * 60
                   + FUNCTION NUMVAL(WS-EL-END(13:2))
               COMPUTE WS-ELAPSED =
                   (WS-EL-END-DAYS - WS-EL-START-DAYS) * 86400
                   + WS-EL-END-SECS - WS-EL-START-SECS
           ELSE
               MOVE 0 TO WS-ELAPSED
           END-IF.

       RECORD-SKIPPED-ON-ERROR.
      * The steps after the failed one never ran : give each a
                   UNTIL WS-SKX > WS-TOTAL-STEPS
               IF WS-SKX > WS-ABORT-STEP
                   MOVE WS-SKX TO WS-STEP-NO
                   MOVE SCT-NAME(WS-SKX) TO WS-STEP-NAME
                   MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
                   MOVE WS-STEP-START TO WS-STEP-END
                   MOVE 0 TO WS-STEP-RC
                   MOVE 0 TO WS-STEP-SPACE-KB
                   MOVE "A" TO WS-STEP-STATUS
                   PERFORM RECORD-STEP-HISTORY
               END-IF
           END-PERFORM.

       CHECK-STEP-DUE.
      * Unlisted steps : the core chain (Q in the catalog) is due
      * daily so an incomplete schedule never silences the reports ;
      * the housekeeping steps run only when listed.
      * Listed steps know the real calendar : when the scheduled day
      * falls on a weekend or a holidays.txt date, the entry's
      * policy decides - R run anyway (the default), S skip, P run
           MOVE "N" TO WS-STEP-DUE
           MOVE "N" TO WS-SHIFTED
           IF NOT SCHEDULE-EXISTS
               IF SCT-DEFAULT(WS-STEP-NO) = "Q"
                   MOVE "Y" TO WS-STEP-DUE
               END-IF
           ELSE
                   END-IF
               END-PERFORM
               IF WS-LISTED = "N"
                   IF SCT-DEFAULT(WS-STEP-NO) = "Q"
                       MOVE "Y" TO WS-STEP-DUE
                   END-IF
               ELSE
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF SCHEDULE_RECORD NOT = SPACES
                               IF WS-SCHED-TALLY < 60
                                   ADD 1 TO WS-SCHED-TALLY
                                   MOVE SCH-STEP-NAME
                                     TO WS-SCHED-NAME(WS-SCHED-TALLY)
                                   MOVE SCH-FREQ
                                     TO WS-SCHED-FREQ(WS-SCHED-TALLY)
                                   MOVE SCH-DAY
                                     TO WS-SCHED-DAY(WS-SCHED-TALLY)
                                   MOVE SCH-POLICY
                                     TO WS-SCHED-POLICY(WS-SCHED-TALLY)
                               ELSE
                                   ADD 1 TO WS-SCHED-DROPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "CALENDRIER CHARGE : " WS-SCHED-TALLY
                   " LIGNE(S)"
           END-IF.
      * One line per catalog step fits ; lines past that would leave
      * their steps on the default frequency without a word.
           IF WS-SCHED-DROPPED > 0
               DISPLAY "AVERTISSEMENT : CALENDRIER AU-DELA DE 60 "
                   "LIGNES, " WS-SCHED-DROPPED " LIGNE(S) IGNOREE(S)"
               MOVE "SEUIL" TO WS-ALERT-KIND
               MOVE "CALENDRIER" TO WS-ALERT-STEP
               MOVE 8 TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "schedule.txt : " WS-SCHED-DROPPED
                   " LIGNE(S) AU-DELA DE 60 IGNOREE(S)"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM RAISE-ALERT
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-LAST-DONE.
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM TAKE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL_FILE
           END-IF.
      * A catalog changed since the interrupted run numbers its steps
      * differently : resuming by number would skip the wrong ones.
           IF CONTROL-EXISTS AND WS-CTL-MISMATCH = "Y"
               DISPLAY "nightly.ctl NE CORRESPOND PLUS AU CATALOGUE "
                   "DES ETAPES"
               DISPLAY "AUCUNE REPRISE : TOUTES LES ETAPES SERONT "
                   "JOUEES"
               MOVE 0 TO WS-LAST-DONE
           END-IF.
           IF CONTROL-EXISTS
               AND WS-LAST-DONE > 0
               AND WS-LAST-DONE < WS-TOTAL-STEPS
                       "SERONT REJOUEES"
               END-IF
           END-IF.
           IF WS-RESUME-FROM = 0
               MOVE SPACES TO WS-NIGHT-TABLE
           END-IF.

       TAKE-CONTROL-RECORD.
      * The state of each finished step is kept for the dependents
      * of a resumed run.
           IF CTL-STEP-NO IS NUMERIC AND CTL-STEP-NO >= 1
               AND CTL-STEP-NO <= WS-TOTAL-STEPS
               AND SCT-NAME(CTL-STEP-NO) = CTL-STEP-NAME
               IF CTL-STEP-NO > WS-LAST-DONE
                   MOVE CTL-STEP-NO TO WS-LAST-DONE
               END-IF
               IF CTL-RC >= WS-ALERT-THRESHOLD
                   MOVE "F" TO WS-NIGHT-STATE(CTL-STEP-NO)
               ELSE
                   MOVE "P" TO WS-NIGHT-STATE(CTL-STEP-NO)
               END-IF
           ELSE
               MOVE "Y" TO WS-CTL-MISMATCH
           END-IF.

       RECORD-STEP-DONE.
           PERFORM RECORD-STEP-HISTORY.
                   MOVE WS-STEP-RC TO HIST-RC
               END-IF
               MOVE WS-STEP-STATUS TO HIST-STATUS
               MOVE WS-STEP-SPACE-KB TO HIST-SPACE-KB
               WRITE HISTORY_RECORD
               CLOSE HISTORY_FILE
           END-IF.
