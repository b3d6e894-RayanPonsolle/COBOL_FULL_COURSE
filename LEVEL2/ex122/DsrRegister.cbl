      ******************************************************************
      * Name : DsrRegister.cbl
      * Author: RayanPonsolle
      * Shared keeper of dsr_register.txt (DSRREC.cpy), the register
      * of the access, rectification, erasure and objection requests
      * people make about their own data, with the legal date each
      * must be answered by. CALLed with an action, a request laid
      * out as DSRREC, a list of open requests (DSRLIST.cpy), the
      * operator and a result flag :
      *   ADD    - register the request : it is given the next
      *            number, state O, the due date one month from the
      *            date received, the operator as keyer and, when no
      *            handler is named, as handler ; the number and due
      *            date go back in the request.
      *   LIST   - the open requests of DSR-PERSON-ID, or with no
      *            person number of the unknown requester DSR-NOM,
      *            or with neither every open request ; of type
      *            DSR-TYPE only when one is given.
      *   CLOSE  - close the open request DSR-NO as answered, with
      *            the program named in DSR-CLOSED-PROGRAM and the
      *            answer in DSR-REASON.
      *   CANCEL - mark X the open request DSR-NO (withdrawn, keyed
      *            in error), reason in DSR-REASON.
      *   ASSIGN - hand the open request DSR-NO to DSR-HANDLER-ID.
      *   OFFER  - the programs that answer a request (the dossier
      *            of DisclosurePack.cbl, Anonymize.cbl, the
      *            corrections and deletes of PersonMaint.cbl and
      *            ApprovePending.cbl) call this once their work is
      *            done : the open requests of that type for the
      *            person, found as for LIST, are shown one by one
      *            and the operator says which the run has answered.
      *            Those are closed under DSR-CLOSED-PROGRAM.
      * The register is line sequential and rewritten through
      * dsr_register.tmp on every change, like effective_changes.txt.
      * The file is created on first ADD. Overdue requests are
      * listed weekly by DsrReport.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DsrRegister.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "dsr_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "dsr_register.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY DSRREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(161).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-REGISTER-NAME PIC X(24) VALUE "dsr_register.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "dsr_register.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-NEXT-NO PIC 9(5) VALUE 1.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-REQUEST.
           05 WS-RQ-NO PIC 9(5).
           05 WS-RQ-TYPE PIC X.
           05 FILLER PIC X.
           05 WS-RQ-PERSON-ID PIC 9(6).
           05 WS-RQ-NOM PIC A(20).
           05 FILLER PIC X(46).
           05 WS-RQ-HANDLER-ID PIC X(8).
           05 FILLER PIC X(16).
           05 WS-RQ-CLOSED-PROGRAM PIC X(20).
           05 FILLER PIC X(8).
           05 WS-RQ-REASON PIC X(30).
       01  WS-DUE-DATE.
           05 WS-DUE-YY PIC 9(4).
           05 WS-DUE-MM PIC 9(2).
           05 WS-DUE-DD PIC 9(2).
       01  WS-DUE-YMD REDEFINES WS-DUE-DATE PIC 9(8).

      * The requests a CLOSE, CANCEL, ASSIGN or OFFER changes, and
      * the state they are moved to in the rewrite pass.
       01  WS-CHOSEN-TABLE.
           05 WS-CHOSEN-NO PIC 9(5) OCCURS 50 TIMES.
       01  WS-CHOSEN-COUNT PIC 99 VALUE 0.
       01  WS-CX PIC 99.
       01  WS-NEW-STATE PIC X.
       01  WS-CHANGED PIC X.
       01  WS-ANSWER PIC X.
       01  WS-TYPE-TEXT PIC X(16).
       01  WS-DATE-DISPLAY-1 PIC X(10).
       01  WS-DATE-DISPLAY-2 PIC X(10).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-REQUEST PIC X(161).
           COPY DSRLIST.
       01  LK-OPERATOR-ID PIC X(8).
       01  LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-REQUEST DSR-OPEN-LIST
               LK-OPERATOR-ID LK-RESULT.
       MAIN.
           MOVE "N" TO LK-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE LK-REQUEST TO WS-REQUEST.
           MOVE 0 TO WS-CHOSEN-COUNT.
           EVALUATE LK-ACTION
               WHEN "ADD"
                   PERFORM ADD-REQUEST
               WHEN "LIST"
                   PERFORM LIST-OPEN-REQUESTS
               WHEN "CLOSE"
                   MOVE "C" TO WS-NEW-STATE
                   PERFORM CHANGE-ONE-REQUEST
               WHEN "CANCEL"
                   MOVE "X" TO WS-NEW-STATE
                   PERFORM CHANGE-ONE-REQUEST
               WHEN "ASSIGN"
                   MOVE "O" TO WS-NEW-STATE
                   PERFORM CHANGE-ONE-REQUEST
               WHEN "OFFER"
                   PERFORM OFFER-OPEN-REQUESTS
               WHEN OTHER
                   DISPLAY "DsrRegister : ACTION INCONNUE "
                       LK-ACTION
           END-EVALUATE.
           GOBACK.

       ADD-REQUEST.
      * Numbers follow the highest on file, closed and cancelled
      * requests included, so a number is never given twice.
           MOVE 1 TO WS-NEXT-NO
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF DSR-NO >= WS-NEXT-NO
                               COMPUTE WS-NEXT-NO = DSR-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF
           OPEN EXTEND REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER_FILE
           END-IF
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE dsr_register.txt - "
                   "STATUS " WS-REGISTER-FILE-STATUS
           ELSE
               MOVE LK-REQUEST TO DSR-RECORD
               MOVE WS-NEXT-NO TO DSR-NO
               MOVE "O" TO DSR-STATE
               IF DSR-RECEIVED-DATE = 0
                   MOVE WS-TODAY-YMD TO DSR-RECEIVED-DATE
               END-IF
               PERFORM COMPUTE-DUE-DATE
               MOVE WS-DUE-YMD TO DSR-DUE-DATE
               IF DSR-HANDLER-ID = SPACES
                   MOVE LK-OPERATOR-ID TO DSR-HANDLER-ID
               END-IF
               MOVE LK-OPERATOR-ID TO DSR-KEYED-BY
               MOVE 0 TO DSR-CLOSED-DATE
               MOVE SPACES TO DSR-CLOSED-PROGRAM
               MOVE SPACES TO DSR-CLOSED-BY
               MOVE SPACES TO DSR-REASON
               WRITE DSR-RECORD
               IF WS-REGISTER-FILE-STATUS = "00"
                   MOVE DSR-RECORD TO LK-REQUEST
                   MOVE "Y" TO LK-RESULT
               ELSE
                   DISPLAY "ERREUR ECRITURE dsr_register.txt - "
                       "STATUS " WS-REGISTER-FILE-STATUS
               END-IF
               CLOSE REGISTER_FILE
           END-IF.

       COMPUTE-DUE-DATE.
      * One month to the day ; a day the next month does not have
      * (31 March, 29 to 31 January) falls back to its last day.
           MOVE DSR-RECEIVED-DATE TO WS-DUE-YMD
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-YMD) = 0
                   OR WS-DUE-DD < 29
               SUBTRACT 1 FROM WS-DUE-DD
           END-PERFORM.

       LIST-OPEN-REQUESTS.
           MOVE 0 TO DSR-OPEN-COUNT
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF DSR-OPEN AND DSR-OPEN-COUNT < 50
                               PERFORM KEEP-IF-WANTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF.

       KEEP-IF-WANTED.
           IF (WS-RQ-TYPE = SPACE OR DSR-TYPE = WS-RQ-TYPE)
               AND ((WS-RQ-PERSON-ID > 0
                       AND DSR-PERSON-ID = WS-RQ-PERSON-ID)
                   OR (WS-RQ-PERSON-ID = 0 AND WS-RQ-NOM NOT = SPACES
                       AND DSR-PERSON-ID = 0 AND DSR-NOM = WS-RQ-NOM)
                   OR (WS-RQ-PERSON-ID = 0 AND WS-RQ-NOM = SPACES))
               ADD 1 TO DSR-OPEN-COUNT
               MOVE DSR-NO TO DSR-OPEN-NO(DSR-OPEN-COUNT)
               MOVE DSR-TYPE TO DSR-OPEN-TYPE(DSR-OPEN-COUNT)
               MOVE DSR-PERSON-ID TO DSR-OPEN-PERSON-ID(DSR-OPEN-COUNT)
               MOVE DSR-NOM TO DSR-OPEN-NOM(DSR-OPEN-COUNT)
               MOVE DSR-REQUESTER TO DSR-OPEN-REQUESTER(DSR-OPEN-COUNT)
               MOVE DSR-RECEIVED-DATE
                   TO DSR-OPEN-RECEIVED(DSR-OPEN-COUNT)
               MOVE DSR-DUE-DATE TO DSR-OPEN-DUE(DSR-OPEN-COUNT)
               MOVE DSR-HANDLER-ID TO DSR-OPEN-HANDLER(DSR-OPEN-COUNT)
               MOVE "Y" TO LK-RESULT
           END-IF.

       CHANGE-ONE-REQUEST.
           IF WS-RQ-NO = 0
               DISPLAY "DsrRegister : NUMERO DE DEMANDE ABSENT"
           ELSE
               MOVE 1 TO WS-CHOSEN-COUNT
               MOVE WS-RQ-NO TO WS-CHOSEN-NO(1)
               PERFORM REWRITE-REGISTER
               IF LK-RESULT NOT = "Y"
                   DISPLAY "DEMANDE " WS-RQ-NO
                       " INCONNUE OU DEJA CLOSE."
               END-IF
           END-IF.

       OFFER-OPEN-REQUESTS.
      * Nothing is closed without the operator's word : a
      * correction of the age does not answer a rectification of
      * the address. Without a person number or a name there is
      * no one to offer for.
           MOVE 0 TO DSR-OPEN-COUNT
           IF WS-RQ-PERSON-ID > 0 OR WS-RQ-NOM NOT = SPACES
               PERFORM LIST-OPEN-REQUESTS
           END-IF
           MOVE "N" TO LK-RESULT
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > DSR-OPEN-COUNT
               PERFORM OFFER-ONE-REQUEST
           END-PERFORM
           IF WS-CHOSEN-COUNT > 0
               MOVE "C" TO WS-NEW-STATE
               PERFORM REWRITE-REGISTER
               IF LK-RESULT = "Y"
                   DISPLAY WS-CHOSEN-COUNT
                       " DEMANDE(S) CLOSE(S) AU REGISTRE."
               END-IF
           END-IF.

       OFFER-ONE-REQUEST.
           EVALUATE DSR-OPEN-TYPE(WS-CX)
               WHEN "A"
                   MOVE "D'ACCES" TO WS-TYPE-TEXT
               WHEN "R"
                   MOVE "DE RECTIFICATION" TO WS-TYPE-TEXT
               WHEN "E"
                   MOVE "D'EFFACEMENT" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "D'OPPOSITION" TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE DSR-OPEN-RECEIVED(WS-CX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DATE-DISPLAY-1
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY-1
           MOVE DSR-OPEN-DUE(WS-CX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DATE-DISPLAY-2
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY-2
           DISPLAY "DEMANDE " DSR-OPEN-NO(WS-CX) " "
               FUNCTION TRIM(WS-TYPE-TEXT) " DE "
               FUNCTION TRIM(DSR-OPEN-REQUESTER(WS-CX))
               " RECUE LE " WS-DATE-DISPLAY-1
               " - ECHEANCE " WS-DATE-DISPLAY-2
           DISPLAY "Cette demande est-elle traitee ? (O/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "O" OR WS-ANSWER = "o"
               ADD 1 TO WS-CHOSEN-COUNT
               MOVE DSR-OPEN-NO(WS-CX) TO WS-CHOSEN-NO(WS-CHOSEN-COUNT)
           END-IF.

       REWRITE-REGISTER.
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE dsr_register.tmp - "
                       "STATUS " WS-KEEP-FILE-STATUS
                   CLOSE REGISTER_FILE
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM CHANGE-IF-CHOSEN
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
                   CLOSE KEEP_FILE
                   PERFORM COPY-REGISTER-BACK
               END-IF
           END-IF.

       CHANGE-IF-CHOSEN.
           MOVE "N" TO WS-CHANGED
           IF DSR-OPEN
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CHOSEN-COUNT
                   IF DSR-NO = WS-CHOSEN-NO(WS-CX)
                       MOVE "Y" TO WS-CHANGED
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHANGED = "Y"
               IF WS-NEW-STATE = "O"
                   MOVE WS-RQ-HANDLER-ID TO DSR-HANDLER-ID
               ELSE
                   MOVE WS-NEW-STATE TO DSR-STATE
                   MOVE WS-TODAY-YMD TO DSR-CLOSED-DATE
                   MOVE WS-RQ-CLOSED-PROGRAM TO DSR-CLOSED-PROGRAM
                   MOVE LK-OPERATOR-ID TO DSR-CLOSED-BY
                   MOVE WS-RQ-REASON TO DSR-REASON
               END-IF
               MOVE "Y" TO LK-RESULT
           END-IF
           MOVE DSR-RECORD TO KEEP_RECORD
           WRITE KEEP_RECORD.

       COPY-REGISTER-BACK.
           CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-REGISTER-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR REECRITURE dsr_register.txt - RC "
                   WS-COPY-RC
               MOVE "N" TO LK-RESULT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.
