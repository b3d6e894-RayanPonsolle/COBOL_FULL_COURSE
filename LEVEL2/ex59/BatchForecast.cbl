           05 HIST-END-TIME PIC X(15).
           05 HIST-RC PIC 9(4).
           05 HIST-STATUS PIC X.
           05 HIST-SPACE-KB PIC 9(9).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).
