      ******************************************************************
      * Name : CAPHIST.cpy
      * Author: RayanPonsolle
      * Shared record layout for capacity_history.txt, the weekly
      * capacity history appended by CapacityMonitor.cbl : one line
      * per known dataset and run date with the number of files it
      * spans (a single file, or every dated JRNL, DATA or AUDIT copy
      * and every catalogued print dataset), their size in bytes and
      * their record count. The line named *ESPACE LIBRE* carries
      * the free space of the filesystem holding the datasets, in
      * bytes, with no file or record figures.
      * A rerun on the same date appends again ; readers keep the
      * last line of each dataset for a date.
      ******************************************************************
       01  CAPACITY-RECORD.
           05 CAP-RUN-DATE PIC 9(8).
           05 CAP-DATASET PIC X(20).
           05 CAP-FILES PIC 9(4).
           05 CAP-BYTES PIC 9(15).
           05 CAP-RECORDS PIC 9(9).
