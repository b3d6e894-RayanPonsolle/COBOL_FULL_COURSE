      * NightlyBatch.cbl's CHECK-STEP-DUE, which is how the monthly
      * purge went quiet for two months. Lists the entries with a
      * next-run-date preview per step, adds or changes one with the
      * step name validated against the step catalog the driver
      * runs from (batch_steps.txt, or the built-in catalog, loaded
      * through StepCatalog.cbl), and rejects an impossible
      * frequency/day combination (D takes no day, W takes 1-7
      * Monday=1, M takes 1-31). A catalog in error leaves nothing
      * to validate against : the screen refuses to open. So does a
      * schedule.txt holding more lines than the table (one per
      * catalog step), since saving would drop the lines left over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduleMaint.
           88 ENTRY-FOUND VALUE "Y".
       01  WS-SCHED-IX PIC 9(2).

      * The steps the driver knows, from the catalog.
           COPY STEPTAB.
       01  WS-SX PIC 9(2).

       01  WS-SCHEDULE-TABLE.
           05 WS-SCHED-ENTRY OCCURS 60 TIMES.
               10 WS-SCHED-NAME PIC X(20).
               10 WS-SCHED-FREQ PIC X.
               10 WS-SCHED-DAY PIC 9(2).
               10 WS-SCHED-POLICY PIC X.
       01  WS-SCHED-TALLY PIC 9(2) VALUE 0.
       01  WS-SCHED-DROPPED PIC 9(4) VALUE 0.
       01  WS-SCX PIC 9(2).

       01  WS-TODAY-YMD PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           CALL "StepCatalog" USING STEP-CATALOG-TABLE
           END-CALL.
           IF CATALOG-IN-ERROR
               DISPLAY "CATALOGUE DES ETAPES EN ERREUR :"
               DISPLAY "  " FUNCTION TRIM(SCT-MESSAGE)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).

           PERFORM LOAD-SCHEDULE.
           IF WS-SCHED-DROPPED > 0
               DISPLAY "schedule.txt : PLUS DE 60 LIGNES, "
                   WS-SCHED-DROPPED " LIGNE(S) EN TROP"
               DISPLAY "CALENDRIER NON MODIFIABLE ICI, A CORRIGER "
                   "AVANT TOUTE SAISIE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-CHOICE = "Q" OR WS-CHOICE = "q"
               PERFORM SHOW-SCHEDULE
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
                       TO WS-SCHED-POLICY(WS-SCHED-IX)
                   DISPLAY "LIGNE MODIFIEE : " WS-NAME-INPUT
               ELSE
                   IF WS-SCHED-TALLY < 60
                       ADD 1 TO WS-SCHED-TALLY
                       MOVE WS-NAME-INPUT
                           TO WS-SCHED-NAME(WS-SCHED-TALLY)
           ACCEPT WS-NAME-INPUT
           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-INPUT
           MOVE "N" TO WS-NAME-OK
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > SCT-COUNT
               IF SCT-NAME(WS-SX) = WS-NAME-INPUT
                   MOVE "Y" TO WS-NAME-OK
               END-IF
           END-PERFORM
               DISPLAY "ETAPE INCONNUE DU TRAITEMENT DE NUIT : "
                   WS-NAME-INPUT
               DISPLAY "ETAPES ADMISES :"
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > SCT-COUNT
                   DISPLAY "  " SCT-NAME(WS-SX)
               END-PERFORM
           ELSE
               DISPLAY "Frequence (D/W/M) : "
