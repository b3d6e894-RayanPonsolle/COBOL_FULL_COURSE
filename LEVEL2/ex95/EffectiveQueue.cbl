      ******************************************************************
      * Name : EffectiveQueue.cbl
      * Author: RayanPonsolle
      * Shared keeper of effective_changes.txt (EFFCREC.cpy), the
      * changes keyed ahead of their date and applied by the night
      * run (EffectiveApply.cbl). CALLed with an action, a change
      * record laid out as EFFCREC, a short table of held changes,
      * the operator and a result flag :
      *   ADD    - queue the change : it is given the next number,
      *            state H, the operator as maker and today as the
      *            keying date ; the number goes back in the record.
      *   LIST   - the person changes still held for EFC-PERSON-ID,
      *            in number order, up to 20.
      *   CANCEL - mark X the held change EFC-NO (only if it is the
      *            person's, when a person number is given), or with
      *            EFC-NO zero every held merger of change order
      *            EFC-ORDER-NO, used when the order is cancelled.
      * The queue is line sequential and rewritten through
      * effective.tmp on a cancel, like pending_changes.txt. The
      * file is created on first ADD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EffectiveQueue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE_FILE ASSIGN TO "effective_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "effective.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE_FILE.
           COPY EFFCREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(127).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-QUEUE-NAME PIC X(24) VALUE "effective_changes.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "effective.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-NEXT-NO PIC 9(5) VALUE 1.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-CANCEL-REASON PIC X(30).
       01  WS-REQUEST.
           05 WS-RQ-NO PIC 9(5).
           05 FILLER PIC X(15).
           05 WS-RQ-PERSON-ID PIC 9(6).
           05 FILLER PIC X(43).
           05 WS-RQ-ORDER-NO PIC 9(4).
           05 FILLER PIC X(54).

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-CHANGE PIC X(127).
       01  LK-HELD-LIST.
           05 LK-HELD-COUNT PIC 99.
           05 LK-HELD-ENTRY OCCURS 20 TIMES.
               10 LK-HELD-NO PIC 9(5).
               10 LK-HELD-DUE-DATE PIC 9(8).
               10 LK-HELD-NEW-AGE PIC X(2).
               10 LK-HELD-NEW-VILLE PIC A(20).
               10 LK-HELD-NEW-STATUT PIC X.
               10 LK-HELD-MAKER-ID PIC X(8).
       01  LK-OPERATOR-ID PIC X(8).
       01  LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-CHANGE LK-HELD-LIST
               LK-OPERATOR-ID LK-RESULT.
       MAIN.
           MOVE "N" TO LK-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE LK-CHANGE TO WS-REQUEST.
           EVALUATE LK-ACTION
               WHEN "ADD"
                   PERFORM ADD-CHANGE
               WHEN "LIST"
                   PERFORM LIST-HELD-CHANGES
               WHEN "CANCEL"
                   PERFORM CANCEL-CHANGES
               WHEN OTHER
                   DISPLAY "EffectiveQueue : ACTION INCONNUE "
                       LK-ACTION
           END-EVALUATE.
           GOBACK.

       ADD-CHANGE.
      * Numbers follow the highest on file, cancelled and decided
      * changes included, so a number is never given twice.
           MOVE 1 TO WS-NEXT-NO
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ QUEUE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF EFC-NO >= WS-NEXT-NO
                               COMPUTE WS-NEXT-NO = EFC-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE_FILE
           END-IF
           OPEN EXTEND QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE_FILE
           END-IF
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE effective_changes.txt - "
                   "STATUS " WS-QUEUE-FILE-STATUS
           ELSE
               MOVE LK-CHANGE TO EFFECTIVE-CHANGE-RECORD
               MOVE WS-NEXT-NO TO EFC-NO
               MOVE "H" TO EFC-STATE
               MOVE LK-OPERATOR-ID TO EFC-MAKER-ID
               MOVE WS-TODAY-YMD TO EFC-KEYED-DATE
               MOVE 0 TO EFC-DONE-DATE
               MOVE SPACES TO EFC-REASON
               WRITE EFFECTIVE-CHANGE-RECORD
               IF WS-QUEUE-FILE-STATUS = "00"
                   MOVE EFFECTIVE-CHANGE-RECORD TO LK-CHANGE
                   MOVE "Y" TO LK-RESULT
               ELSE
                   DISPLAY "ERREUR ECRITURE effective_changes.txt - "
                       "STATUS " WS-QUEUE-FILE-STATUS
               END-IF
               CLOSE QUEUE_FILE
           END-IF.

       LIST-HELD-CHANGES.
           MOVE 0 TO LK-HELD-COUNT
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ QUEUE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF EFC-HELD AND EFC-ACTION = "UPDATE"
                               AND EFC-PERSON-ID = WS-RQ-PERSON-ID
                               AND LK-HELD-COUNT < 20
                               PERFORM KEEP-HELD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE_FILE
           END-IF.

       KEEP-HELD-ENTRY.
           ADD 1 TO LK-HELD-COUNT
           MOVE EFC-NO TO LK-HELD-NO(LK-HELD-COUNT)
           MOVE EFC-DUE-DATE TO LK-HELD-DUE-DATE(LK-HELD-COUNT)
           MOVE EFC-NEW-AGE TO LK-HELD-NEW-AGE(LK-HELD-COUNT)
           MOVE EFC-NEW-VILLE TO LK-HELD-NEW-VILLE(LK-HELD-COUNT)
           MOVE EFC-NEW-STATUT TO LK-HELD-NEW-STATUT(LK-HELD-COUNT)
           MOVE EFC-MAKER-ID TO LK-HELD-MAKER-ID(LK-HELD-COUNT)
           MOVE "Y" TO LK-RESULT.

       CANCEL-CHANGES.
           MOVE SPACES TO WS-CANCEL-REASON
           STRING "ANNULE PAR " LK-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-CANCEL-REASON
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE effective.tmp - STATUS "
                       WS-KEEP-FILE-STATUS
                   CLOSE QUEUE_FILE
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ QUEUE_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM CANCEL-IF-MATCHING
                       END-READ
                   END-PERFORM
                   CLOSE QUEUE_FILE
                   CLOSE KEEP_FILE
                   PERFORM COPY-QUEUE-BACK
               END-IF
           END-IF.

       CANCEL-IF-MATCHING.
           IF EFC-HELD
               IF (WS-RQ-NO > 0 AND EFC-NO = WS-RQ-NO
                       AND (WS-RQ-PERSON-ID = 0
                           OR EFC-PERSON-ID = WS-RQ-PERSON-ID))
                   OR (WS-RQ-NO = 0 AND EFC-ACTION = "FUSION"
                       AND EFC-ORDER-NO = WS-RQ-ORDER-NO)
                   MOVE "X" TO EFC-STATE
                   MOVE WS-TODAY-YMD TO EFC-DONE-DATE
                   MOVE WS-CANCEL-REASON TO EFC-REASON
                   MOVE "Y" TO LK-RESULT
               END-IF
           END-IF
           MOVE EFFECTIVE-CHANGE-RECORD TO KEEP_RECORD
           WRITE KEEP_RECORD.

       COPY-QUEUE-BACK.
           CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-QUEUE-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR REECRITURE effective_changes.txt - RC "
                   WS-COPY-RC
               MOVE "N" TO LK-RESULT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.
