           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
