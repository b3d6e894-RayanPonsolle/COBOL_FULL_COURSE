      ******************************************************************
      * Name : STEPCAT.cpy
      * Author: RayanPonsolle
      * Shared record layout for batch_steps.txt, the catalog of the
      * nightly steps read through StepCatalog.cbl by NightlyBatch.cbl,
      * ScheduleMaint.cbl and PreFlight.cbl. One line per step, in
      * the order the night runs them :
      * STP-NAME      the step name, as schedule.txt, nightly.ctl and
      *               batch_history.txt know it
      * STP-PROGRAM   the program CALLed for the step
      * STP-STOP-RC   the RETURN-CODE from which the step stops the
      *               chain, the steps after it being journalled "A" ;
      *               0000 never stops it
      * STP-RESTART   what a resumed run does with the step :
      *               S (or blank) skipped when the interrupted run
      *               finished it, R run again all the same,
      *               M when it is the step the interrupted run
      *               stopped at, it is not run again without the
      *               operator's say-so (never in unattended mode)
      * STP-DEFAULT   Q due every night when schedule.txt does not
      *               list it, L (or blank) run only when listed
      * STP-DATA-VIEW F works from the frozen copy of the people file
      *               taken for the report steps, V (or blank) from the
      *               live file
      * STP-DEPENDS   up to three steps, earlier in the catalog, that
      *               must not have ended in error tonight (RETURN-CODE
      *               at or above ALERT_RC) for this one to run
      * STP-LABEL     free text
      * A line starting with "*" is a comment.
      ******************************************************************
       01  STEP-CATALOG-RECORD.
           05 STP-NAME PIC X(20).
           05 STP-PROGRAM PIC X(20).
           05 STP-STOP-RC PIC 9(4).
           05 STP-RESTART PIC X.
           05 STP-DEFAULT PIC X.
           05 STP-DATA-VIEW PIC X.
           05 STP-DEPENDS PIC X(20) OCCURS 3 TIMES.
           05 STP-LABEL PIC X(40).
