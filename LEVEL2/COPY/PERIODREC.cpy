      ******************************************************************
      * Name : PERIODREC.cpy
      * Author: RayanPonsolle
      * Shared record layout for closed_periods.txt, the month-end
      * close journal written only by MonthEndClose.cbl and read by
      * PeriodCheck.cbl. The file is appended to, never rewritten :
      * one line per close (C) or reopen (R) of a month, so the whole
      * history of a period stays on file. A month is closed when its
      * latest line is a C.
      * On a close line PER-TOTAL, PER-ACTIVE, PER-DECEASED and
      * PER-DEPARTED are the figures frozen for the month (records
      * held at the month end, by status at that date) and
      * PER-SNAPSHOT names the copy of the people file taken ; on a
      * reopen line PER-REASON carries the supervisor's reason and
      * the figures are zero.
      ******************************************************************
       01  PERIOD-RECORD.
           05 PER-EVENT PIC X.
               88 PERIOD-CLOSE-EVENT VALUE "C".
               88 PERIOD-REOPEN-EVENT VALUE "R".
           05 PER-MONTH PIC 9(6).
           05 PER-TIMESTAMP PIC X(15).
           05 PER-OPERATOR PIC X(8).
           05 PER-REASON PIC X(40).
           05 PER-TOTAL PIC 9(6).
           05 PER-ACTIVE PIC 9(6).
           05 PER-DECEASED PIC 9(6).
           05 PER-DEPARTED PIC 9(6).
           05 PER-SNAPSHOT PIC X(20).
