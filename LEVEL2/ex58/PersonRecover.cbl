           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  JOURNAL_FILE.
       01  JOURNAL-RECORD.
           05 JRN-TIMESTAMP PIC X(15).
           05 JRN-OPERATOR PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE PIC X(233).
           05 JRN-AFTER PIC X(233).
      * The person number sits right after the 148 historical bytes
      * of the before-image, which is all the DELETE replay needs.
       01  JRN-BEFORE-VIEW REDEFINES JOURNAL-RECORD.
           05 FILLER PIC X(29).
           05 JRN-BEF-FIXED PIC X(148).
           05 JRN-BEF-PERSON-ID PIC 9(6).
           05 FILLER PIC X(312).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
