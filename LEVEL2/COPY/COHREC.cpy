      ******************************************************************
      * Name : COHREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for cohort_history.txt, the figures
      * CohortReport.cbl appends on every run so that the survival
      * curve of a capture month can be compared from one quarter to
      * the next. One line per cohort per run :
      *   CHS-COHORT   capture month AAAAMM, or ESTIME for the
      *                records whose capture date is LegacyBackfill's
      *                estimate (CAPTURE-DATE-FLAG "E")
      *   CHS-TOTAL    people registered in the cohort
      *   CHS-MILESTONE at 6, 12, 24 and 36 months : people who had
      *                reached the milestone by the run date, and how
      *                many of them were then active, deceased,
      *                departed or purged
      ******************************************************************
       01  COHORT-HISTORY-RECORD.
           05 CHS-RUN-DATE PIC 9(8).
           05 CHS-COHORT PIC X(6).
           05 CHS-TOTAL PIC 9(6).
           05 CHS-MILESTONE OCCURS 4 TIMES.
               10 CHS-REACHED PIC 9(6).
               10 CHS-ACTIVE PIC 9(6).
               10 CHS-DECEASED PIC 9(6).
               10 CHS-DEPARTED PIC 9(6).
               10 CHS-PURGED PIC 9(6).
