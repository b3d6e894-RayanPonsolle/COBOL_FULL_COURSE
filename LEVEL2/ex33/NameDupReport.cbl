      * decide which records to merge in PersonMaint.cbl. Only
      * clusters of two or more names are printed ; the byte-identical
      * duplicates are already impossible thanks to the record key.
      * The clusters with no steward note on any of their names are
      * also written to name_dup_queue.txt, rebuilt each run, which
      * StewardQueues.cbl reads as one of the steward's queues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NameDupReport.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-FILE-STATUS.

           SELECT DUP_QUEUE ASSIGN TO "name_dup_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  DUP_QUEUE.
       01  DUP_QUEUE_RECORD.
           05 NDQ-KEY PIC X(20).
           05 NDQ-COUNT PIC 9(2).
           05 NDQ-FIRST-NOM PIC A(20).
           05 NDQ-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "name_dups.prt".
           88 ENTRY-FOUND VALUE "Y".
       01  WS-DUP-CLUSTERS PIC 9(4) VALUE 0.
       01  WS-NOTES-FILE-STATUS PIC XX.
       01  WS-QUEUE-FILE-STATUS PIC XX.
       01  WS-NOTES-END PIC 9.
       01  WS-NOTED-NOMS.
           05 WS-NOTED-NOM PIC A(20) OCCURS 200 TIMES.
           END-PERFORM.
           CLOSE DATA_FILE.

           OPEN OUTPUT DUP_QUEUE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE name_dup_queue.txt - STATUS "
                   WS-QUEUE-FILE-STATUS
           END-IF.
           PERFORM PRINT-DUP-REPORT.
           CLOSE PRINT_FILE.
           IF WS-QUEUE-FILE-STATUS = "00"
               CLOSE DUP_QUEUE
           END-IF.

           DISPLAY "GROUPES DE DOUBLONS POTENTIELS : " WS-DUP-CLUSTERS.
           IF WS-DUP-CLUSTERS = 0
                           DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
                   WRITE PRINT-LINE
                   IF WS-CLUSTER-NOTED NOT = "Y"
                       AND WS-QUEUE-FILE-STATUS = "00"
                       MOVE WS-CLUSTER-KEY(WS-CX) TO NDQ-KEY
                       MOVE WS-CLUSTER-COUNT(WS-CX) TO NDQ-COUNT
                       MOVE WS-MEMBER-NOM(WS-CX, 1) TO NDQ-FIRST-NOM
                       MOVE WS-DATE-TODAY TO NDQ-RUN-DATE
                       WRITE DUP_QUEUE_RECORD
                   END-IF
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > WS-CLUSTER-COUNT(WS-CX)
                       MOVE SPACES TO PRINT-LINE
