      * inventory of the archives that exist with their record counts,
      * so the one file the auditors depend on stops being the biggest
      * single point of loss.
      * MonthEndClose.cbl runs it for the month being closed :
      * ROLLOVER_MONTH (AAAAMM) then stands for both prompts, with
      * ROLLOVER_KEEP, or 12, as the months to keep.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditRollover.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-KEEP-INPUT PIC X(3).
       01  WS-KEEP-MONTHS PIC 9(3) VALUE 12.
       01  WS-ENV-MONTH PIC X(6).
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-CUTOFF-MONTH PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "ROLLOVER_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT-VALUE.
           IF WS-ENV-MONTH NOT = SPACES
               MOVE WS-ENV-MONTH TO WS-MONTH-INPUT
               DISPLAY "ROLLOVER_KEEP" UPON ENVIRONMENT-NAME
               ACCEPT WS-KEEP-INPUT FROM ENVIRONMENT-VALUE
           ELSE
               DISPLAY "Mois a archiver (AAAAMM, vide = mois "
                   "courant) : "
               ACCEPT WS-MONTH-INPUT
           END-IF.
           IF WS-MONTH-INPUT = SPACES
               CALL "BusinessDate" USING WS-BUSINESS-DATE
               END-CALL
               END-IF
           END-IF.

           IF WS-ENV-MONTH = SPACES
               DISPLAY "Nombre de mois d'archives a conserver "
                   "(vide = 12) : "
               ACCEPT WS-KEEP-INPUT
           END-IF.
           IF WS-KEEP-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-KEEP-INPUT) = 0
                   AND FUNCTION NUMVAL(WS-KEEP-INPUT) > 0
