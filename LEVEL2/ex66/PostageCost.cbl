           05 MAIL-ADR-1 PIC X(30).
           05 MAIL-ADR-2 PIC X(30).
           05 MAIL-CP PIC X(5).
           05 FILLER PIC X(30).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
