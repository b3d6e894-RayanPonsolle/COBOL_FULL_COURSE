           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).

       PROCEDURE DIVISION.
       MAIN.
