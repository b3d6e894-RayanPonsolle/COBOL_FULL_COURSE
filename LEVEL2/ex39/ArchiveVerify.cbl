           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  PROBE_FILE.
       01  PROBE-RECORD PIC X(233).

       FD  ARCH_CONTROL.
       01  ARCH_CONTROL_RECORD.
