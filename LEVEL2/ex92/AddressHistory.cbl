      ******************************************************************
      * Name : AddressHistory.cbl
      * Author: RayanPonsolle
      * Shared keeper of address_history.dat (ADRHREC.cpy), the
      * dated address periods held on the person number, so the
      * attestation desk can answer "where did this person live on
      * 1 March ?" after the people record has moved on. CALLed with
      * an action, a person number, a request block (dates, the new
      * address, the address it replaces and the date on file since),
      * a period table, the operator and a result flag :
      *   RECORD - the people record now carries the new address.
      *            PersonJournal.cbl calls it on every ADD or REWRIT
      *            whose address lines, postal code or VILLE changed,
      *            so a change keyed through any program is dated.
      *            The open period is closed the day before and a new
      *            one starts on the business date ; a correction on
      *            the day a period started replaces it in place. A
      *            planned move that has come due with the same
      *            address takes over on its own date instead, and
      *            any other move already due is dropped. For a
      *            person with no history yet, the address replaced
      *            opens the history from the date on file since.
      *   PLAN   - record a move keyed ahead of its date ; it stays
      *            "F" until AddressMoves.cbl applies it.
      *   UNPLAN - drop the planned moves of the person.
      *   AT     - the address in force on the from date, returned
      *            in the new-address block ; result N when the
      *            history does not cover the date.
      *   LIST   - the periods overlapping the from/to dates (to
      *            zero = no end), up to 20 in the period table.
      *   NPAI   - stamp the return date on the period in force,
      *            called by PersonJournal.cbl when NpaiProcess.cbl
      *            marks the address undeliverable.
      *   FORGET - remove every period held for the person, used by
      *            Anonymize.cbl.
      * The file is created on first use, like aliases.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressHistory.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "address_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY_FILE.
           COPY ADRHREC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-EFFECTIVE-DATE PIC 9(8).
       01  WS-DATE-WORK PIC 9(8).
       01  WS-DAY-BEFORE PIC 9(8).
       01  WS-PERIOD-END PIC 9(8).
       01  WS-CHAIN-END PIC 9.
       01  WS-ROW-TABLE.
           05 WS-ROW OCCURS 50 TIMES.
               10 WS-RW-FROM PIC 9(8).
               10 WS-RW-TO PIC 9(8).
               10 WS-RW-STATE PIC X.
               10 WS-RW-ADDRESS.
                   15 WS-RW-ADR-1 PIC X(30).
                   15 WS-RW-ADR-2 PIC X(30).
                   15 WS-RW-CP PIC X(5).
                   15 WS-RW-VILLE PIC A(20).
               10 WS-RW-NPAI-DATE PIC 9(8).
       01  WS-ROW-TALLY PIC 99 VALUE 0.
       01  WS-RX PIC 99.
       01  WS-OPEN-IX PIC 99.
       01  WS-DUE-IX PIC 99.
       01  WS-PICK-IX PIC 99.
       01  WS-CLOSE-FROM PIC 9(8).
       01  WS-CLOSE-TO PIC 9(8).
       01  WS-PRIOR-SINCE PIC 9(8).

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-PERSON-ID PIC 9(6).
       01  LK-REQUEST.
           05 LK-DATE-FROM PIC 9(8).
           05 LK-DATE-TO PIC 9(8).
           05 LK-NEW-ADDRESS.
               10 LK-NEW-ADR-1 PIC X(30).
               10 LK-NEW-ADR-2 PIC X(30).
               10 LK-NEW-CP PIC X(5).
               10 LK-NEW-VILLE PIC A(20).
           05 LK-OLD-ADDRESS.
               10 LK-OLD-ADR-1 PIC X(30).
               10 LK-OLD-ADR-2 PIC X(30).
               10 LK-OLD-CP PIC X(5).
               10 LK-OLD-VILLE PIC A(20).
           05 LK-OLD-SINCE PIC 9(8).
       01  LK-PERIODS.
           05 LK-PERIOD-COUNT PIC 99.
           05 LK-PERIOD OCCURS 20 TIMES.
               10 LK-PER-FROM PIC 9(8).
               10 LK-PER-TO PIC 9(8).
               10 LK-PER-STATE PIC X.
               10 LK-PER-NPAI-DATE PIC 9(8).
               10 LK-PER-ADR-1 PIC X(30).
               10 LK-PER-ADR-2 PIC X(30).
               10 LK-PER-CP PIC X(5).
               10 LK-PER-VILLE PIC A(20).
       01  LK-OPERATOR-ID PIC X(8).
       01  LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-PERSON-ID LK-REQUEST
               LK-PERIODS LK-OPERATOR-ID LK-RESULT.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE "N" TO LK-RESULT.
           MOVE 0 TO LK-PERIOD-COUNT.

           OPEN I-O HISTORY_FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               IF LK-ACTION NOT = "RECORD" AND LK-ACTION NOT = "PLAN"
      * No file yet : no history to read, mark or forget.
                   GOBACK
               END-IF
               OPEN OUTPUT HISTORY_FILE
               CLOSE HISTORY_FILE
               OPEN I-O HISTORY_FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : address_history.dat "
                   "INACCESSIBLE - STATUS " WS-HISTORY-FILE-STATUS
               GOBACK
           END-IF.

           PERFORM LOAD-PERSON-ROWS.

           EVALUATE LK-ACTION
               WHEN "RECORD"
                   PERFORM RECORD-ADDRESS-CHANGE
               WHEN "PLAN"
                   PERFORM PLAN-FUTURE-MOVE
               WHEN "UNPLAN"
                   PERFORM DROP-PLANNED-MOVES
               WHEN "AT"
                   PERFORM FIND-ADDRESS-AT-DATE
               WHEN "LIST"
                   PERFORM LIST-PERIOD-ROWS
               WHEN "NPAI"
                   PERFORM MARK-OPEN-ROW-NPAI
               WHEN "FORGET"
                   PERFORM FORGET-PERSON-ROWS
               WHEN OTHER
                   DISPLAY "AddressHistory : ACTION INCONNUE "
                       LK-ACTION
           END-EVALUATE.

           CLOSE HISTORY_FILE.
           GOBACK.

       LOAD-PERSON-ROWS.
      * The person's periods, in from-date order.
           MOVE 0 TO WS-ROW-TALLY
           MOVE 0 TO WS-CHAIN-END
           MOVE LK-PERSON-ID TO AH-PERSON-ID
           MOVE 0 TO AH-FROM-DATE
           START HISTORY_FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ HISTORY_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF AH-PERSON-ID NOT = LK-PERSON-ID
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           IF WS-ROW-TALLY < 50
                               ADD 1 TO WS-ROW-TALLY
                               MOVE AH-FROM-DATE
                                   TO WS-RW-FROM(WS-ROW-TALLY)
                               MOVE AH-TO-DATE
                                   TO WS-RW-TO(WS-ROW-TALLY)
                               MOVE AH-STATE
                                   TO WS-RW-STATE(WS-ROW-TALLY)
                               MOVE AH-ADDRESS
                                   TO WS-RW-ADDRESS(WS-ROW-TALLY)
                               MOVE AH-NPAI-DATE
                                   TO WS-RW-NPAI-DATE(WS-ROW-TALLY)
                           ELSE
                               DISPLAY "AVERTISSEMENT : PLUS DE 50 "
                                   "ADRESSES POUR LE NUMERO "
                                   LK-PERSON-ID
                               MOVE 1 TO WS-CHAIN-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-OPEN-ROW.
      * The period in force on the people record : the last applied
      * one still open.
           MOVE 0 TO WS-OPEN-IX
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-STATE(WS-RX) = "A" AND WS-RW-TO(WS-RX) = 0
                   MOVE WS-RX TO WS-OPEN-IX
               END-IF
           END-PERFORM.

       RECORD-ADDRESS-CHANGE.
           IF LK-DATE-FROM > 0
               MOVE LK-DATE-FROM TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-BEFORE

           IF WS-ROW-TALLY = 0 AND LK-OLD-ADDRESS NOT = SPACES
               PERFORM OPEN-PRIOR-ADDRESS
           END-IF

           PERFORM FIND-OPEN-ROW
      * A planned move that has come due, carrying the very address
      * now on the record, is the move being applied.
           MOVE 0 TO WS-DUE-IX
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-STATE(WS-RX) = "F"
                   AND WS-RW-FROM(WS-RX) <= WS-EFFECTIVE-DATE
                   AND WS-RW-ADDRESS(WS-RX) = LK-NEW-ADDRESS
                   MOVE WS-RX TO WS-DUE-IX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DUE-IX > 0
                   PERFORM TAKE-OVER-PLANNED-MOVE
               WHEN WS-OPEN-IX = 0 AND LK-NEW-ADDRESS = SPACES
                   CONTINUE
               WHEN WS-OPEN-IX > 0
                   AND WS-RW-ADDRESS(WS-OPEN-IX) = LK-NEW-ADDRESS
                   CONTINUE
               WHEN WS-OPEN-IX > 0
                   AND WS-RW-FROM(WS-OPEN-IX) = WS-EFFECTIVE-DATE
      * Keyed again the day the period started : a correction, not a
      * move.
                   MOVE LK-PERSON-ID TO AH-PERSON-ID
                   MOVE WS-EFFECTIVE-DATE TO AH-FROM-DATE
                   PERFORM READ-HISTORY-ROW
                   MOVE LK-NEW-ADDRESS TO AH-ADDRESS
                   MOVE LK-OPERATOR-ID TO AH-OPERATOR
                   PERFORM REWRITE-HISTORY-ROW
               WHEN OTHER
                   IF WS-OPEN-IX > 0
                       MOVE WS-RW-FROM(WS-OPEN-IX) TO WS-CLOSE-FROM
                       MOVE WS-DAY-BEFORE TO WS-CLOSE-TO
                       PERFORM CLOSE-HISTORY-ROW
                   END-IF
                   MOVE "A" TO AH-STATE
                   PERFORM WRITE-NEW-PERIOD
           END-EVALUATE
           PERFORM DROP-OVERTAKEN-MOVES
           MOVE "Y" TO LK-RESULT.

       DROP-OVERTAKEN-MOVES.
      * Any other planned move already due is overtaken by the
      * address now on the record and must not be applied later.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-STATE(WS-RX) = "F"
                   AND WS-RW-FROM(WS-RX) <= WS-EFFECTIVE-DATE
                   AND WS-RX NOT = WS-DUE-IX
                   AND WS-RW-FROM(WS-RX) NOT = WS-EFFECTIVE-DATE
                   MOVE LK-PERSON-ID TO AH-PERSON-ID
                   MOVE WS-RW-FROM(WS-RX) TO AH-FROM-DATE
                   DELETE HISTORY_FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.

       OPEN-PRIOR-ADDRESS.
      * First change recorded for a person already on file : the
      * address being replaced opens the history, from the date the
      * person is on file since (zero when that is not known).
           IF LK-OLD-SINCE IS NUMERIC
               MOVE LK-OLD-SINCE TO WS-PRIOR-SINCE
           ELSE
               MOVE 0 TO WS-PRIOR-SINCE
           END-IF
           IF WS-PRIOR-SINCE < WS-EFFECTIVE-DATE
               MOVE LK-PERSON-ID TO AH-PERSON-ID
               MOVE WS-PRIOR-SINCE TO AH-FROM-DATE
               MOVE WS-DAY-BEFORE TO AH-TO-DATE
               MOVE "A" TO AH-STATE
               MOVE LK-OLD-ADDRESS TO AH-ADDRESS
               MOVE 0 TO AH-NPAI-DATE
               MOVE WS-BUSINESS-DATE TO AH-ENTRY-DATE
               MOVE LK-OPERATOR-ID TO AH-OPERATOR
               WRITE ADDRESS-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERREUR ECRITURE address_history.dat"
                           " - STATUS " WS-HISTORY-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 1 TO WS-ROW-TALLY
                       MOVE AH-FROM-DATE TO WS-RW-FROM(1)
                       MOVE AH-TO-DATE TO WS-RW-TO(1)
                       MOVE AH-STATE TO WS-RW-STATE(1)
                       MOVE AH-ADDRESS TO WS-RW-ADDRESS(1)
                       MOVE 0 TO WS-RW-NPAI-DATE(1)
               END-WRITE
           END-IF.

       TAKE-OVER-PLANNED-MOVE.
      * The period in force ends the day before the move ; the
      * planned row becomes the open period, on its own date even
      * when it is applied late.
           IF WS-OPEN-IX > 0
               AND WS-RW-FROM(WS-OPEN-IX) < WS-RW-FROM(WS-DUE-IX)
               MOVE WS-RW-FROM(WS-DUE-IX) TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-BEFORE
               MOVE WS-RW-FROM(WS-OPEN-IX) TO WS-CLOSE-FROM
               MOVE WS-DAY-BEFORE TO WS-CLOSE-TO
               PERFORM CLOSE-HISTORY-ROW
           END-IF
           MOVE LK-PERSON-ID TO AH-PERSON-ID
           MOVE WS-RW-FROM(WS-DUE-IX) TO AH-FROM-DATE
           PERFORM READ-HISTORY-ROW
           MOVE "A" TO AH-STATE
           MOVE 0 TO AH-TO-DATE
           PERFORM REWRITE-HISTORY-ROW.

       CLOSE-HISTORY-ROW.
           MOVE LK-PERSON-ID TO AH-PERSON-ID
           MOVE WS-CLOSE-FROM TO AH-FROM-DATE
           PERFORM READ-HISTORY-ROW
           MOVE WS-CLOSE-TO TO AH-TO-DATE
           PERFORM REWRITE-HISTORY-ROW.

       WRITE-NEW-PERIOD.
      * A period starting on a date that already holds a row (a move
      * planned for today, keyed again at the desk) replaces it.
           MOVE LK-PERSON-ID TO AH-PERSON-ID
           MOVE WS-EFFECTIVE-DATE TO AH-FROM-DATE
           MOVE 0 TO AH-TO-DATE
           MOVE LK-NEW-ADDRESS TO AH-ADDRESS
           MOVE 0 TO AH-NPAI-DATE
           MOVE WS-BUSINESS-DATE TO AH-ENTRY-DATE
           MOVE LK-OPERATOR-ID TO AH-OPERATOR
           WRITE ADDRESS-HISTORY-RECORD
               INVALID KEY
                   REWRITE ADDRESS-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "ERREUR ECRITURE "
                               "address_history.dat - STATUS "
                               WS-HISTORY-FILE-STATUS
                   END-REWRITE
           END-WRITE.

       PLAN-FUTURE-MOVE.
           MOVE LK-DATE-FROM TO WS-EFFECTIVE-DATE
           MOVE "F" TO AH-STATE
           PERFORM WRITE-NEW-PERIOD
           MOVE "Y" TO LK-RESULT.

       DROP-PLANNED-MOVES.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-STATE(WS-RX) = "F"
                   MOVE LK-PERSON-ID TO AH-PERSON-ID
                   MOVE WS-RW-FROM(WS-RX) TO AH-FROM-DATE
                   DELETE HISTORY_FILE
                       INVALID KEY
                           DISPLAY "ERREUR SUPPRESSION "
                               "address_history.dat - STATUS "
                               WS-HISTORY-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO LK-RESULT
                   END-DELETE
               END-IF
           END-PERFORM.

       FIND-ADDRESS-AT-DATE.
      * The latest period started on or before the date and not
      * closed before it ; a planned move whose date has come counts
      * even before the night run applies it.
           MOVE 0 TO WS-PICK-IX
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-FROM(WS-RX) <= LK-DATE-FROM
                   AND (WS-RW-TO(WS-RX) = 0
                       OR WS-RW-TO(WS-RX) >= LK-DATE-FROM)
                   MOVE WS-RX TO WS-PICK-IX
               END-IF
           END-PERFORM
           IF WS-PICK-IX > 0
               MOVE WS-RW-ADDRESS(WS-PICK-IX) TO LK-NEW-ADDRESS
               MOVE "Y" TO LK-RESULT
           END-IF.

       LIST-PERIOD-ROWS.
           IF LK-DATE-TO = 0
               MOVE 99999999 TO WS-PERIOD-END
           ELSE
               MOVE LK-DATE-TO TO WS-PERIOD-END
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               IF WS-RW-FROM(WS-RX) <= WS-PERIOD-END
                   AND (WS-RW-TO(WS-RX) = 0
                       OR WS-RW-TO(WS-RX) >= LK-DATE-FROM)
                   AND LK-PERIOD-COUNT < 20
                   ADD 1 TO LK-PERIOD-COUNT
                   MOVE WS-RW-FROM(WS-RX)
                       TO LK-PER-FROM(LK-PERIOD-COUNT)
                   MOVE WS-RW-TO(WS-RX) TO LK-PER-TO(LK-PERIOD-COUNT)
                   MOVE WS-RW-STATE(WS-RX)
                       TO LK-PER-STATE(LK-PERIOD-COUNT)
                   MOVE WS-RW-NPAI-DATE(WS-RX)
                       TO LK-PER-NPAI-DATE(LK-PERIOD-COUNT)
                   MOVE WS-RW-ADR-1(WS-RX)
                       TO LK-PER-ADR-1(LK-PERIOD-COUNT)
                   MOVE WS-RW-ADR-2(WS-RX)
                       TO LK-PER-ADR-2(LK-PERIOD-COUNT)
                   MOVE WS-RW-CP(WS-RX) TO LK-PER-CP(LK-PERIOD-COUNT)
                   MOVE WS-RW-VILLE(WS-RX)
                       TO LK-PER-VILLE(LK-PERIOD-COUNT)
                   MOVE "Y" TO LK-RESULT
               END-IF
           END-PERFORM.

       MARK-OPEN-ROW-NPAI.
           PERFORM FIND-OPEN-ROW
           IF WS-OPEN-IX > 0
               MOVE LK-PERSON-ID TO AH-PERSON-ID
               MOVE WS-RW-FROM(WS-OPEN-IX) TO AH-FROM-DATE
               PERFORM READ-HISTORY-ROW
               IF LK-DATE-FROM > 0
                   MOVE LK-DATE-FROM TO AH-NPAI-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO AH-NPAI-DATE
               END-IF
               PERFORM REWRITE-HISTORY-ROW
               MOVE "Y" TO LK-RESULT
           END-IF.

       FORGET-PERSON-ROWS.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROW-TALLY
               MOVE LK-PERSON-ID TO AH-PERSON-ID
               MOVE WS-RW-FROM(WS-RX) TO AH-FROM-DATE
               DELETE HISTORY_FILE
                   INVALID KEY
                       DISPLAY "ERREUR SUPPRESSION "
                           "address_history.dat - STATUS "
                           WS-HISTORY-FILE-STATUS
               END-DELETE
           END-PERFORM
           MOVE "Y" TO LK-RESULT.

       READ-HISTORY-ROW.
           READ HISTORY_FILE
               KEY IS AH-KEY
               INVALID KEY
                   DISPLAY "ERREUR LECTURE address_history.dat - "
                       "STATUS " WS-HISTORY-FILE-STATUS
           END-READ.

       REWRITE-HISTORY-ROW.
           IF WS-HISTORY-FILE-STATUS = "00"
               REWRITE ADDRESS-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERREUR MISE A JOUR "
                           "address_history.dat - STATUS "
                           WS-HISTORY-FILE-STATUS
               END-REWRITE
           END-IF.

       COMPUTE-DAY-BEFORE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1).
