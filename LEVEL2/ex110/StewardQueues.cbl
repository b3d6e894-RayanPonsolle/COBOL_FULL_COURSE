      ******************************************************************
      * Name : StewardQueues.cbl
      * Author: RayanPonsolle
      * Shared scan of the six correction queues into the steward
      * register steward_register.txt (STWDREC.cpy), CALLed by
      * StewardWorkbench.cbl and StewardReport.cbl so both see the
      * same numbered list. Every line of suspense.txt,
      * steward_queue.txt, pending_changes.txt, pending_rejects.txt,
      * transaction_rejects.txt and name_dup_queue.txt is matched to
      * its open register item by the queue line's identifying
      * fields ; a line with no item becomes a new one, dated by the
      * queue when it carries a date and by the business date when
      * it does not. An open item whose line is no longer in its
      * queue is closed in the caller's name with the caller's
      * close code (the workbench passes the steward who just came
      * back from the resolving screen ; a blank closer means the
      * item left its queue outside the workbench). A queue file
      * that cannot be read leaves its items as they are, an absent
      * one has simply been emptied. An item the steward closed by
      * hand is not reopened while its line stays in a queue that no
      * program empties. Items closed more than a year
      * ago are dropped when the register is written back.
      * LK-SCAN-RESULT "Y" done, "P" done but the register is full
      * and some lines could not be registered, "N" the register
      * could not be read or written, or holds more than the 3000
      * items the scan can carry (it is then left untouched).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StewardQueues.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "steward_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "steward_register.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT SUSPENSE_FILE ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT CITY_QUEUE ASSIGN TO "steward_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT PENDING_FILE ASSIGN TO "pending_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT PENDING_REJECTS ASSIGN TO "pending_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT TRANSACTION_REJECTS
               ASSIGN TO "transaction_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT DUP_QUEUE ASSIGN TO "name_dup_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY STWDREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(160).

       FD  SUSPENSE_FILE.
       01  SUSPENSE_RECORD.
           05 SUSP-NOM PIC A(20).
           05 SUSP-AGE-INPUT PIC X(3).
           05 SUSP-VILLE PIC A(20).
           05 SUSP-REASON PIC X(30).

       FD  CITY_QUEUE.
       01  CITY_QUEUE_RECORD.
           05 STW-NOM PIC A(20).
           05 STW-PERSON-ID PIC 9(6).
           05 STW-VILLE PIC A(20).
           05 STW-CP PIC X(5).
           05 STW-REASON PIC X(30).
           05 STW-DATE PIC 9(8).

       FD  PENDING_FILE.
       01  PENDING_RECORD.
           05 PND-MAKER-ID PIC X(8).
           05 PND-TIMESTAMP PIC X(15).
           05 PND-ACTION PIC X(6).
           05 PND-BEFORE-AGE PIC 99.
           05 PND-BEFORE-VILLE PIC A(20).
           05 PND-AFTER-IMAGE PIC X(233).

       FD  PENDING_REJECTS.
       01  PENDING_REJECT_RECORD.
           05 REJ-PENDING PIC X(284).
           05 REJ-CHECKER-ID PIC X(8).
           05 REJ-REASON PIC X(30).

       FD  TRANSACTION_REJECTS.
       01  TRANSACTION_REJECT_RECORD.
           05 TRJ-ACTION PIC X(6).
           05 TRJ-NOM PIC A(20).
           05 TRJ-AGE-INPUT PIC X(3).
           05 TRJ-VILLE PIC A(20).
           05 TRJ-REASON PIC X(30).
           05 TRJ-TX-REF PIC X(12).
           05 TRJ-PERSON-ID PIC X(6).

       FD  DUP_QUEUE.
       01  DUP_QUEUE_RECORD.
           05 NDQ-KEY PIC X(20).
           05 NDQ-COUNT PIC 9(2).
           05 NDQ-FIRST-NOM PIC A(20).
           05 NDQ-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-QUEUE-FILE-STATUS PIC XX.
       01  WS-REGISTER-NAME PIC X(24) VALUE "steward_register.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "steward_register.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-WORK-INT PIC 9(7).
       01  WS-DROP-BEFORE PIC 9(8).
       01  WS-NEXT-ITEM-NO PIC 9(6) VALUE 0.
       01  WS-TABLE-FULL PIC X VALUE "N".

      * The register in memory, one entry per line of the file.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
               10 WS-IT-RECORD.
                   15 WS-IT-NO PIC 9(6).
                   15 WS-IT-QUEUE PIC X(4).
                   15 WS-IT-KEY PIC X(50).
                   15 WS-IT-PERSON PIC X(20).
                   15 WS-IT-DETAIL PIC X(30).
                   15 WS-IT-OPENED PIC 9(8).
                   15 WS-IT-STATUS PIC X.
                   15 WS-IT-ASSIGNED-TO PIC X(8).
                   15 WS-IT-ASSIGNED-BY PIC X(8).
                   15 WS-IT-ASSIGNED-ON PIC 9(8).
                   15 WS-IT-CLOSED-BY PIC X(8).
                   15 WS-IT-CLOSED-ON PIC 9(8).
                   15 WS-IT-CLOSE-HOW PIC X.
               10 WS-IT-SEEN PIC X.
       01  WS-ITEM-TALLY PIC 9(4) VALUE 0.
       01  WS-IX PIC 9(4).
       01  WS-MATCH-IX PIC 9(4).

      * The queues that could not be read this scan keep their items.
       01  WS-UNREAD-QUEUES PIC X(30).
       01  WS-UNREAD-PTR PIC 9(2).
       01  WS-UNREAD-HIT PIC 9(2).

      * The queue line being matched.
       01  WS-LINE-QUEUE PIC X(4).
       01  WS-LINE-KEY PIC X(50).
       01  WS-LINE-PERSON PIC X(20).
       01  WS-LINE-DETAIL PIC X(30).
       01  WS-LINE-OPENED PIC 9(8).
       01  WS-LINE-DATE PIC X(8).

       LINKAGE SECTION.
       01  LK-CLOSER-ID PIC X(8).
       01  LK-CLOSE-HOW PIC X.
       01  LK-NEW-COUNT PIC 9(5).
       01  LK-CLOSED-COUNT PIC 9(5).
       01  LK-SCAN-RESULT PIC X.

       PROCEDURE DIVISION USING LK-CLOSER-ID LK-CLOSE-HOW
           LK-NEW-COUNT LK-CLOSED-COUNT LK-SCAN-RESULT.
       MAIN.
           MOVE 0 TO LK-NEW-COUNT LK-CLOSED-COUNT.
           MOVE "Y" TO LK-SCAN-RESULT.
           MOVE "N" TO WS-TABLE-FULL.
           MOVE SPACES TO WS-UNREAD-QUEUES.
           MOVE 1 TO WS-UNREAD-PTR.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 365.
           COMPUTE WS-DROP-BEFORE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           PERFORM LOAD-REGISTER.
           IF LK-SCAN-RESULT = "N"
               GOBACK
           END-IF.

           PERFORM SCAN-SUSPENSE.
           PERFORM SCAN-CITY-QUEUE.
           PERFORM SCAN-PENDING.
           PERFORM SCAN-PENDING-REJECTS.
           PERFORM SCAN-TRANSACTION-REJECTS.
           PERFORM SCAN-DUP-QUEUE.
           PERFORM CLOSE-VANISHED-ITEMS.
           PERFORM WRITE-REGISTER.
           IF LK-SCAN-RESULT = "Y" AND WS-TABLE-FULL = "Y"
               MOVE "P" TO LK-SCAN-RESULT
           END-IF.
           GOBACK.

       LOAD-REGISTER.
           MOVE 0 TO WS-ITEM-TALLY WS-NEXT-ITEM-NO
           OPEN INPUT REGISTER_FILE
           EVALUATE WS-REGISTER-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM LOAD-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
                   IF LK-SCAN-RESULT = "N"
                       DISPLAY "REGISTRE steward_register.txt PLEIN "
                           "(3000 DOSSIERS) - NON MIS A JOUR"
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR OUVERTURE steward_register.txt - "
                       "STATUS " WS-REGISTER-FILE-STATUS
                   MOVE "N" TO LK-SCAN-RESULT
           END-EVALUATE.

       LOAD-ONE-ITEM.
           IF SWB-ITEM-NO IS NUMERIC
               IF SWB-ITEM-NO > WS-NEXT-ITEM-NO
                   MOVE SWB-ITEM-NO TO WS-NEXT-ITEM-NO
               END-IF
               IF SWB-IS-CLOSED AND SWB-CLOSED-ON < WS-DROP-BEFORE
                   CONTINUE
               ELSE
                   IF WS-ITEM-TALLY < 3000
                       ADD 1 TO WS-ITEM-TALLY
                       MOVE STEWARD-ITEM TO WS-IT-RECORD(WS-ITEM-TALLY)
                       MOVE "N" TO WS-IT-SEEN(WS-ITEM-TALLY)
                   ELSE
                       MOVE "N" TO LK-SCAN-RESULT
                   END-IF
               END-IF
           END-IF.

       NOTE-UNREAD-QUEUE.
      * Status 35 is an emptied queue ; anything else is unreadable.
           IF WS-QUEUE-FILE-STATUS NOT = "35"
               DISPLAY "FILE " WS-LINE-QUEUE " ILLISIBLE - STATUS "
                   WS-QUEUE-FILE-STATUS
               STRING WS-LINE-QUEUE DELIMITED BY SIZE
                   INTO WS-UNREAD-QUEUES WITH POINTER WS-UNREAD-PTR
               END-STRING
           END-IF.

       SCAN-SUSPENSE.
           MOVE "SUSP" TO WS-LINE-QUEUE
           OPEN INPUT SUSPENSE_FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ SUSPENSE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
                           MOVE SUSPENSE_RECORD(1:43) TO WS-LINE-KEY
                           MOVE SUSP-NOM TO WS-LINE-PERSON
                           MOVE SUSP-REASON TO WS-LINE-DETAIL
                           MOVE WS-BUSINESS-DATE TO WS-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE_FILE
           END-IF.

       SCAN-CITY-QUEUE.
      * Rebuilt by every CityRevalidate.cbl sweep : a finding still
      * there keeps the date it was first found.
           MOVE "CITY" TO WS-LINE-QUEUE
           OPEN INPUT CITY_QUEUE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CITY_QUEUE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
                           STRING STW-PERSON-ID STW-REASON
                               DELIMITED BY SIZE INTO WS-LINE-KEY
                           MOVE STW-NOM TO WS-LINE-PERSON
                           MOVE STW-REASON TO WS-LINE-DETAIL
                           MOVE STW-DATE TO WS-LINE-DATE
                           PERFORM SET-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE CITY_QUEUE
           END-IF.

       SCAN-PENDING.
           MOVE "PEND" TO WS-LINE-QUEUE
           OPEN INPUT PENDING_FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PENDING_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
                           STRING PND-MAKER-ID PND-TIMESTAMP
                               PND-ACTION PND-AFTER-IMAGE(1:20)
                               DELIMITED BY SIZE INTO WS-LINE-KEY
                           MOVE PND-AFTER-IMAGE(1:20)
                               TO WS-LINE-PERSON
                           MOVE SPACES TO WS-LINE-DETAIL
                           STRING "A VALIDER : " PND-ACTION
                               " DE " PND-MAKER-ID
                               DELIMITED BY SIZE INTO WS-LINE-DETAIL
                           MOVE PND-TIMESTAMP(1:8) TO WS-LINE-DATE
                           PERFORM SET-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING_FILE
           END-IF.

       SCAN-PENDING-REJECTS.
      * The rejected correction keeps the maker's stamp ; the name is
      * the first field of the after image.
           MOVE "PREJ" TO WS-LINE-QUEUE
           OPEN INPUT PENDING_REJECTS
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PENDING_REJECTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
                           STRING REJ-PENDING(1:29) REJ-PENDING(52:20)
                               DELIMITED BY SIZE INTO WS-LINE-KEY
                           MOVE REJ-PENDING(52:20) TO WS-LINE-PERSON
                           MOVE REJ-REASON TO WS-LINE-DETAIL
                           MOVE WS-BUSINESS-DATE TO WS-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING_REJECTS
           END-IF.

       SCAN-TRANSACTION-REJECTS.
           MOVE "TREJ" TO WS-LINE-QUEUE
           OPEN INPUT TRANSACTION_REJECTS
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ TRANSACTION_REJECTS
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
      * A person-number transaction is known by its reference and
      * number rather than by the values it carried.
                           IF TRJ-TX-REF = SPACES
                               MOVE TRANSACTION_REJECT_RECORD(1:49)
                                   TO WS-LINE-KEY
                           ELSE
                               MOVE TRJ-ACTION TO WS-LINE-KEY(1:6)
                               MOVE TRJ-TX-REF TO WS-LINE-KEY(7:12)
                               MOVE TRJ-PERSON-ID
                                   TO WS-LINE-KEY(19:6)
                               MOVE TRJ-NOM TO WS-LINE-KEY(25:20)
                           END-IF
                           MOVE TRJ-NOM TO WS-LINE-PERSON
                           MOVE TRJ-REASON TO WS-LINE-DETAIL
                           MOVE WS-BUSINESS-DATE TO WS-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION_REJECTS
           END-IF.

       SCAN-DUP-QUEUE.
      * Rebuilt by every NameDupReport.cbl run, one line per cluster
      * still without a steward note.
           MOVE "DUPN" TO WS-LINE-QUEUE
           OPEN INPUT DUP_QUEUE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM NOTE-UNREAD-QUEUE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ DUP_QUEUE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-LINE-KEY
                           MOVE NDQ-KEY TO WS-LINE-KEY
                           MOVE NDQ-FIRST-NOM TO WS-LINE-PERSON
                           MOVE SPACES TO WS-LINE-DETAIL
                           STRING "GROUPE DE " NDQ-COUNT
                               " NOMS PROCHES"
                               DELIMITED BY SIZE INTO WS-LINE-DETAIL
                           MOVE NDQ-RUN-DATE TO WS-LINE-DATE
                           PERFORM SET-LINE-OPENED
                           PERFORM MATCH-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE DUP_QUEUE
           END-IF.

       SET-LINE-OPENED.
           IF WS-LINE-DATE IS NUMERIC
               AND WS-LINE-DATE > "19000000"
               AND WS-LINE-DATE NOT > WS-BUSINESS-DATE
               MOVE WS-LINE-DATE TO WS-LINE-OPENED
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-LINE-OPENED
           END-IF.

       MATCH-QUEUE-LINE.
      * One queue line answers for one open item : two identical
      * lines are two items. A line the steward closed by hand stays
      * in queues no program empties ; it answers for that closed
      * item instead of coming back as a new one.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY OR WS-MATCH-IX > 0
               IF WS-IT-STATUS(WS-IX) = "O"
                   AND WS-IT-SEEN(WS-IX) = "N"
                   AND WS-IT-QUEUE(WS-IX) = WS-LINE-QUEUE
                   AND WS-IT-KEY(WS-IX) = WS-LINE-KEY
                   MOVE WS-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY OR WS-MATCH-IX > 0
               IF WS-IT-STATUS(WS-IX) = "C"
                   AND WS-IT-CLOSE-HOW(WS-IX) = "M"
                   AND WS-IT-SEEN(WS-IX) = "N"
                   AND WS-IT-QUEUE(WS-IX) = WS-LINE-QUEUE
                   AND WS-IT-KEY(WS-IX) = WS-LINE-KEY
                   MOVE WS-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MATCH-IX > 0
               MOVE "Y" TO WS-IT-SEEN(WS-MATCH-IX)
               IF WS-IT-STATUS(WS-MATCH-IX) = "O"
                   MOVE WS-LINE-DETAIL TO WS-IT-DETAIL(WS-MATCH-IX)
               END-IF
           ELSE
               IF WS-ITEM-TALLY < 3000
                   ADD 1 TO WS-ITEM-TALLY
                   ADD 1 TO WS-NEXT-ITEM-NO
                   ADD 1 TO LK-NEW-COUNT
                   INITIALIZE WS-IT-RECORD(WS-ITEM-TALLY)
                   MOVE WS-NEXT-ITEM-NO TO WS-IT-NO(WS-ITEM-TALLY)
                   MOVE WS-LINE-QUEUE TO WS-IT-QUEUE(WS-ITEM-TALLY)
                   MOVE WS-LINE-KEY TO WS-IT-KEY(WS-ITEM-TALLY)
                   MOVE WS-LINE-PERSON TO WS-IT-PERSON(WS-ITEM-TALLY)
                   MOVE WS-LINE-DETAIL TO WS-IT-DETAIL(WS-ITEM-TALLY)
                   MOVE WS-LINE-OPENED TO WS-IT-OPENED(WS-ITEM-TALLY)
                   MOVE "O" TO WS-IT-STATUS(WS-ITEM-TALLY)
                   MOVE "Y" TO WS-IT-SEEN(WS-ITEM-TALLY)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       CLOSE-VANISHED-ITEMS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY
               IF WS-IT-STATUS(WS-IX) = "O"
                   AND WS-IT-SEEN(WS-IX) = "N"
                   MOVE 0 TO WS-UNREAD-HIT
                   INSPECT WS-UNREAD-QUEUES TALLYING WS-UNREAD-HIT
                       FOR ALL WS-IT-QUEUE(WS-IX)
                   IF WS-UNREAD-HIT = 0
                       MOVE "C" TO WS-IT-STATUS(WS-IX)
                       MOVE LK-CLOSER-ID TO WS-IT-CLOSED-BY(WS-IX)
                       MOVE WS-BUSINESS-DATE TO WS-IT-CLOSED-ON(WS-IX)
                       MOVE LK-CLOSE-HOW TO WS-IT-CLOSE-HOW(WS-IX)
                       ADD 1 TO LK-CLOSED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REGISTER.
      * Written aside and copied over, the way SuspenseRework.cbl
      * puts its queue back.
           OPEN OUTPUT KEEP_FILE
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE steward_register.tmp - STATUS "
                   WS-KEEP-FILE-STATUS
               MOVE "N" TO LK-SCAN-RESULT
           ELSE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-ITEM-TALLY
                   MOVE WS-IT-RECORD(WS-IX) TO KEEP_RECORD
                   WRITE KEEP_RECORD
               END-PERFORM
               CLOSE KEEP_FILE
               CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-REGISTER-NAME
                   RETURNING WS-COPY-RC
               END-CALL
               IF WS-COPY-RC NOT = 0
                   DISPLAY "ERREUR REECRITURE steward_register.txt - "
                       "RC " WS-COPY-RC
                   MOVE "N" TO LK-SCAN-RESULT
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                       RETURNING WS-DELETE-RC
                   END-CALL
               END-IF
           END-IF.
