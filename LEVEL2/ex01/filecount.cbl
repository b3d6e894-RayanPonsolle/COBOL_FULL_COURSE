           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  CHECKPOINT_FILE.
       01  CHECKPOINT_RECORD.
