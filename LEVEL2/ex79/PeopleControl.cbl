           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILENAME PIC X(64).
