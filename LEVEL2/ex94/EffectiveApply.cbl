      ******************************************************************
      * Name : EffectiveApply.cbl
      * Author: RayanPonsolle
      * Applies the changes keyed ahead of their date. A supervisor
      * queues them in effective_changes.txt (EFFCREC.cpy) - a new
      * AGE, VILLE or STATUT for one person from PersonMaint.cbl
      * (choice E), a commune merger under an approved change order
      * from ChangeOrderMaint.cbl - instead of keeping them on paper
      * until the day. Every held change whose date has come
      * (business date, so the night run applies the changes of the
      * day it reports on) is applied with the validations the
      * overnight transactions go through in BatchTransactions.cbl :
      * person still on file and not deceased, AGE 0-99, VILLE on
      * the approved list, STATUT A, D or P (the status takes the
      * change's date). The REWRIT is journalled through
      * PersonJournal.cbl, an UPDATE audit record carries the
      * supervisor who keyed it with the change number (DIFnnnnn) in
      * AUD-CHECKER-ID, and the hash total is carried into the
      * control dataset. A change that fails is marked E with the
      * reason and left for the desk ; it is never retried. A due
      * merger is run through VilleMassChange.cbl with its order
      * number in CHANGE_ORDER, before the people file is opened
      * here, and takes the outcome of that run.
      * PRINT_FILE (effective_changes.prt) lists what was applied,
      * what failed and why, then what comes due over the next seven
      * days, the moves planned in address_history.dat included.
      * Run as a step of NightlyBatch.cbl after the planned moves
      * and ahead of the report snapshot. RETURN-CODE 4 when a
      * change failed, 8 on a file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EffectiveApply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT QUEUE_FILE ASSIGN TO "effective_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "effective.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "address_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-CITY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CITY-NOM
           FILE STATUS IS WS-CITY-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.

       FD  QUEUE_FILE.
           COPY EFFCREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(127).

       FD  HISTORY_FILE.
           COPY ADRHREC.

       FD  CITY_FILE.
           COPY CITYREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "effective_changes.prt".
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-QUEUE-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-CITY-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-QUEUE-NAME PIC X(24) VALUE "effective_changes.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "effective.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "EffectiveApply".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-CTL-ACTION PIC X.
       01  WS-CTL-COUNT PIC S9(6).
       01  WS-CTL-HASH PIC S9(8).
       01  WS-CTL-NEXT-ID PIC 9(6).
       01  WS-CTL-RESULT PIC X.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-HAVE-TOTALS PIC X VALUE "N".
           88 TOTALS-LOADED VALUE "Y".
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-HORIZON-DATE PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  FILE-END PIC 9.
       01  WS-QUEUE-PRESENT PIC X VALUE "N".
           88 QUEUE-IS-PRESENT VALUE "Y".
       01  WS-DATA-OPEN PIC X VALUE "N".
           88 DATA-IS-OPEN VALUE "Y".
       01  WS-DUE-UPDATE-COUNT PIC 9(6) VALUE 0.
       01  WS-MERGER-TABLE.
           05 WS-MERGER-ENTRY OCCURS 20 TIMES.
               10 WS-MG-EFC-NO PIC 9(5).
               10 WS-MG-ORDER-NO PIC 9(4).
               10 WS-MG-RC PIC S9(4).
       01  WS-MERGER-TALLY PIC 99 VALUE 0.
       01  WS-MGX PIC 99.
       01  WS-MERGER-IX PIC 99.
       01  WS-ORDER-ENV PIC X(4).
       01  WS-RC-DISPLAY PIC Z(3)9.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-BEFORE-AGE PIC 99.
       01  WS-BEFORE-VILLE PIC A(20).
       01  WS-FAIL-REASON PIC X(30).
       01  WS-CHANGE-REF PIC X(8).
       01  WS-RESULT-LABEL PIC X(8).
       01  WS-VILLE-DEFAULT-LIST.
           05 FILLER PIC A(20) VALUE "PARIS".
           05 FILLER PIC A(20) VALUE "LYON".
           05 FILLER PIC A(20) VALUE "MARSEILLE".
           05 FILLER PIC A(20) VALUE "TOULOUSE".
           05 FILLER PIC A(20) VALUE "NICE".
           05 FILLER PIC A(20) VALUE "NANTES".
           05 FILLER PIC A(20) VALUE "STRASBOURG".
           05 FILLER PIC A(20) VALUE "BORDEAUX".
           05 FILLER PIC A(20) VALUE "LILLE".
           05 FILLER PIC A(20) VALUE "RENNES".
       01  WS-VILLE-DEFAULT-LIST-R REDEFINES WS-VILLE-DEFAULT-LIST.
           05 WS-VILLE-DEFAULT-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-VILLE-APPROVED-TABLE.
           05 WS-VILLE-APPROVED-NAME PIC A(20) OCCURS 1000 TIMES.
       01  WS-VILLE-APPROVED-TALLY PIC 9(4) VALUE 0.
       01  WS-CITY-END PIC 9.
       01  WS-VIX PIC 9(4).
       01  WS-VILLE-OK PIC X VALUE "N".
           88 VILLE-IS-OK VALUE "Y".
       01  WS-COMING-TABLE.
           05 WS-COMING-LINE PIC X(132) OCCURS 500 TIMES.
       01  WS-COMING-TALLY PIC 9(4) VALUE 0.
       01  WS-CMX PIC 9(4).
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-MOVES-COMING PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R"
               DISPLAY "OPERATEUR NON AUTORISE : " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "effective_changes.prt" TO WS-PRINT-FILENAME
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY.
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 7).

           PERFORM SCAN-DUE-CHANGES.
           IF WS-MERGER-TALLY > 0
               PERFORM RUN-DUE-MERGERS
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHANGEMENTS A DATE D'EFFET" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "CHANGEMENTS ECHUS :" TO PRINT-LINE.
           WRITE PRINT-LINE.

      * The queue is rewritten under the update lock, so no change
      * keyed at the desk meanwhile can be lost by the copy back.
           IF QUEUE-IS-PRESENT
               PERFORM CLAIM-UPDATE-LOCK
               IF WS-LOCK-RESULT NOT = "Y"
                   CLOSE PRINT_FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-DUE-UPDATE-COUNT > 0
                   PERFORM OPEN-FOR-UPDATE
               END-IF
               IF WS-ERROR-COUNT = 0
                   PERFORM SETTLE-QUEUE
               END-IF
               IF DATA-IS-OPEN
                   PERFORM SAVE-CONTROL-TOTALS
                   CLOSE DATA_FILE
                   CLOSE AUDIT_LOG
               END-IF
               PERFORM RELEASE-UPDATE-LOCK
           END-IF.

           IF WS-APPLIED-COUNT = 0 AND WS-FAILED-COUNT = 0
               MOVE "  AUCUN" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           PERFORM COLLECT-COMING-MOVES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "A ECHEANCE D'ICI AU " WS-HORIZON-DATE " :"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-COMING-TALLY = 0
               MOVE "  AUCUN" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           PERFORM VARYING WS-CMX FROM 1 BY 1
                   UNTIL WS-CMX > WS-COMING-TALLY
               MOVE WS-COMING-LINE(WS-CMX) TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHANGEMENTS APPLIQUES         : " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHANGEMENTS EN ECHEC          : " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHANGEMENTS EN ATTENTE        : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DEMENAGEMENTS A 7 JOURS       : " WS-MOVES-COMING
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT_FILE.

           DISPLAY "CHANGEMENTS A DATE D'EFFET AU " WS-BUSINESS-DATE.
           DISPLAY "------------------------------------".
           DISPLAY "APPLIQUES                : " WS-APPLIED-COUNT.
           DISPLAY "EN ECHEC                 : " WS-FAILED-COUNT.
           DISPLAY "EN ATTENTE               : " WS-HELD-COUNT.
           DISPLAY "ERREURS DE FICHIER       : " WS-ERROR-COUNT.
           DISPLAY "ETAT : " FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       SCAN-DUE-CHANGES.
      * A first look at the queue : the due person changes are
      * counted, so a night with none leaves the people file alone,
      * and the due mergers are noted to be run on their own.
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               MOVE "Y" TO WS-QUEUE-PRESENT
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ QUEUE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF EFC-HELD
                               AND EFC-DUE-DATE <= WS-BUSINESS-DATE
                               PERFORM NOTE-DUE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE_FILE
           END-IF.

       NOTE-DUE-CHANGE.
           IF EFC-ACTION = "FUSION"
               IF WS-MERGER-TALLY < 20
                   ADD 1 TO WS-MERGER-TALLY
                   MOVE EFC-NO TO WS-MG-EFC-NO(WS-MERGER-TALLY)
                   MOVE EFC-ORDER-NO TO WS-MG-ORDER-NO(WS-MERGER-TALLY)
                   MOVE 0 TO WS-MG-RC(WS-MERGER-TALLY)
               ELSE
                   DISPLAY "AVERTISSEMENT : PLUS DE 20 FUSIONS "
                       "ECHUES, LE RESTE AU PROCHAIN PASSAGE"
               END-IF
           ELSE
               ADD 1 TO WS-DUE-UPDATE-COUNT
           END-IF.

       RUN-DUE-MERGERS.
      * Each merger is the ordinary gated run of its change order :
      * count proven against the order, target commune approved,
      * order marked used. VilleMassChange takes the update lock
      * itself, so this runs before the lock is claimed here.
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MERGER-TALLY
               MOVE WS-MG-ORDER-NO(WS-MGX) TO WS-ORDER-ENV
               DISPLAY "FUSION DE COMMUNES : ORDRE " WS-ORDER-ENV
               DISPLAY "CHANGE_ORDER" UPON ENVIRONMENT-NAME
               DISPLAY WS-ORDER-ENV UPON ENVIRONMENT-VALUE
               CALL "VilleMassChange"
               END-CALL
               CANCEL "VilleMassChange"
               MOVE RETURN-CODE TO WS-MG-RC(WS-MGX)
               MOVE 0 TO RETURN-CODE
           END-PERFORM.
           DISPLAY "CHANGE_ORDER" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.

       OPEN-FOR-UPDATE.
           OPEN I-O DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               OPEN EXTEND AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT_LOG
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                       WS-AUDIT-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   CLOSE DATA_FILE
               ELSE
                   MOVE "Y" TO WS-DATA-OPEN
                   PERFORM LOAD-CITY-TABLE
                   PERFORM SEED-TOTALS-FROM-CONTROL
               END-IF
           END-IF.

       SETTLE-QUEUE.
      * The queue is copied to effective.tmp with each due change
      * decided on the way, then copied back, the way ApprovePending
      * rewrites pending_changes.txt.
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE effective_changes.txt - "
                   "STATUS " WS-QUEUE-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE effective.tmp - STATUS "
                       WS-KEEP-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   CLOSE QUEUE_FILE
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ QUEUE_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM SETTLE-ONE-CHANGE
                       END-READ
                   END-PERFORM
                   CLOSE QUEUE_FILE
                   CLOSE KEEP_FILE
                   PERFORM COPY-QUEUE-BACK
               END-IF
           END-IF.

       SETTLE-ONE-CHANGE.
           EVALUATE TRUE
               WHEN NOT EFC-HELD
                   CONTINUE
               WHEN EFC-DUE-DATE > WS-BUSINESS-DATE
                   ADD 1 TO WS-HELD-COUNT
                   IF EFC-DUE-DATE <= WS-HORIZON-DATE
                       PERFORM NOTE-COMING-CHANGE
                   END-IF
               WHEN EFC-ACTION = "UPDATE"
                   IF DATA-IS-OPEN
                       PERFORM APPLY-DATED-UPDATE
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               WHEN EFC-ACTION = "FUSION"
                   PERFORM SETTLE-MERGER
               WHEN OTHER
                   MOVE "ACTION INCONNUE" TO WS-FAIL-REASON
                   PERFORM MARK-CHANGE-FAILED
           END-EVALUATE
           MOVE EFFECTIVE-CHANGE-RECORD TO KEEP_RECORD
           WRITE KEEP_RECORD
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE effective.tmp - STATUS "
                   WS-KEEP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       APPLY-DATED-UPDATE.
           MOVE EFC-PERSON-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   MOVE "NUMERO INTROUVABLE" TO WS-FAIL-REASON
                   PERFORM MARK-CHANGE-FAILED
               NOT INVALID KEY
                   PERFORM CHECK-DATED-UPDATE
                   IF WS-FAIL-REASON = SPACES
                       PERFORM REWRITE-DATED-UPDATE
                   ELSE
                       PERFORM MARK-CHANGE-FAILED
                   END-IF
           END-READ.

       CHECK-DATED-UPDATE.
      * The checks are made on the record as it stands on the day,
      * not as it stood when the change was keyed.
           MOVE SPACES TO WS-FAIL-REASON
           EVALUATE TRUE
               WHEN STATUT = "D" AND EFC-NEW-STATUT = SPACE
                   MOVE "PERSONNE DECEDEE" TO WS-FAIL-REASON
               WHEN EFC-NEW-AGE NOT = SPACES
                   AND EFC-NEW-AGE IS NOT NUMERIC
                   MOVE "AGE HORS LIMITE OU NON NUMERIQUE"
                       TO WS-FAIL-REASON
               WHEN EFC-NEW-STATUT NOT = SPACE
                   AND EFC-NEW-STATUT NOT = "A"
                   AND EFC-NEW-STATUT NOT = "D"
                   AND EFC-NEW-STATUT NOT = "P"
                   MOVE "STATUT INCONNU" TO WS-FAIL-REASON
               WHEN EFC-NEW-VILLE NOT = SPACES
                   PERFORM VALIDATE-VILLE
                   IF NOT VILLE-IS-OK
                       MOVE "VILLE NON APPROUVEE" TO WS-FAIL-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REWRITE-DATED-UPDATE.
           MOVE FILE_DATA TO WS-JRN-BEFORE
           MOVE AGE TO WS-BEFORE-AGE
           MOVE VILLE TO WS-BEFORE-VILLE
           IF EFC-NEW-AGE NOT = SPACES
               MOVE EFC-NEW-AGE TO AGE
           END-IF
           IF EFC-NEW-VILLE NOT = SPACES
               MOVE EFC-NEW-VILLE TO VILLE
           END-IF
           IF EFC-NEW-STATUT NOT = SPACE
               MOVE EFC-NEW-STATUT TO STATUT
               MOVE EFC-DUE-DATE TO STATUT-DATE
           END-IF
           REWRITE FILE_DATA
               INVALID KEY
                   DISPLAY "ERREUR MISE A JOUR " NOM
                       " - STATUS " WS-DATA-FILE-STATUS
                   MOVE "ERREUR DE MISE A JOUR" TO WS-FAIL-REASON
                   PERFORM MARK-CHANGE-FAILED
               NOT INVALID KEY
                   COMPUTE WS-HASH-TOTAL =
                       WS-HASH-TOTAL + AGE - WS-BEFORE-AGE
                   MOVE "REWRIT" TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "A" TO EFC-STATE
                   MOVE WS-BUSINESS-DATE TO EFC-DONE-DATE
                   MOVE SPACES TO EFC-REASON
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIQUE" TO WS-RESULT-LABEL
                   PERFORM PRINT-SETTLED-CHANGE
           END-REWRITE.

       SETTLE-MERGER.
      * A merger beyond the twenty run tonight stays held for the
      * next night.
           MOVE 0 TO WS-MERGER-IX
           PERFORM VARYING WS-MGX FROM 1 BY 1
                   UNTIL WS-MGX > WS-MERGER-TALLY
               IF WS-MG-EFC-NO(WS-MGX) = EFC-NO
                   MOVE WS-MGX TO WS-MERGER-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MERGER-IX = 0
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-MG-RC(WS-MERGER-IX) <= 4
                   MOVE "A" TO EFC-STATE
                   MOVE WS-BUSINESS-DATE TO EFC-DONE-DATE
                   MOVE SPACES TO EFC-REASON
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIQUE" TO WS-RESULT-LABEL
                   PERFORM PRINT-SETTLED-CHANGE
               WHEN OTHER
                   MOVE WS-MG-RC(WS-MERGER-IX) TO WS-RC-DISPLAY
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "ORDRE " EFC-ORDER-NO " REFUSE, RC "
                       FUNCTION TRIM(WS-RC-DISPLAY)
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
                   PERFORM MARK-CHANGE-FAILED
           END-EVALUATE.

       MARK-CHANGE-FAILED.
           MOVE "E" TO EFC-STATE
           MOVE WS-BUSINESS-DATE TO EFC-DONE-DATE
           MOVE WS-FAIL-REASON TO EFC-REASON
           ADD 1 TO WS-FAILED-COUNT
           MOVE "ECHEC" TO WS-RESULT-LABEL
           PERFORM PRINT-SETTLED-CHANGE.

       PRINT-SETTLED-CHANGE.
           MOVE SPACES TO PRINT-LINE
           IF EFC-ACTION = "FUSION"
               STRING "  " WS-RESULT-LABEL " NO " EFC-NO
                   " DU " EFC-DUE-DATE " FUSION ORDRE "
                   EFC-ORDER-NO " PAR " EFC-MAKER-ID " "
                   EFC-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "  " WS-RESULT-LABEL " NO " EFC-NO
                   " DU " EFC-DUE-DATE " " EFC-PERSON-ID " "
                   EFC-NOM " AGE " EFC-NEW-AGE " VILLE "
                   EFC-NEW-VILLE " STATUT " EFC-NEW-STATUT
                   " " EFC-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       NOTE-COMING-CHANGE.
           IF WS-COMING-TALLY < 500
               ADD 1 TO WS-COMING-TALLY
               MOVE SPACES TO WS-COMING-LINE(WS-COMING-TALLY)
               IF EFC-ACTION = "FUSION"
                   STRING "  LE " EFC-DUE-DATE " NO " EFC-NO
                       " FUSION ORDRE " EFC-ORDER-NO
                       " PAR " EFC-MAKER-ID
                       DELIMITED BY SIZE
                       INTO WS-COMING-LINE(WS-COMING-TALLY)
               ELSE
                   STRING "  LE " EFC-DUE-DATE " NO " EFC-NO
                       " " EFC-PERSON-ID " " EFC-NOM
                       " AGE " EFC-NEW-AGE " VILLE " EFC-NEW-VILLE
                       " STATUT " EFC-NEW-STATUT
                       " PAR " EFC-MAKER-ID
                       DELIMITED BY SIZE
                       INTO WS-COMING-LINE(WS-COMING-TALLY)
               END-IF
           END-IF.

       COLLECT-COMING-MOVES.
      * The moves planned at the desk come due through
      * AddressMoves.cbl ; they are listed here with the rest so the
      * week ahead reads on one page.
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AH-STATE = "F"
                               AND AH-FROM-DATE > WS-BUSINESS-DATE
                               AND AH-FROM-DATE <= WS-HORIZON-DATE
                               PERFORM NOTE-COMING-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       NOTE-COMING-MOVE.
           ADD 1 TO WS-MOVES-COMING
           IF WS-COMING-TALLY < 500
               ADD 1 TO WS-COMING-TALLY
               MOVE SPACES TO WS-COMING-LINE(WS-COMING-TALLY)
               STRING "  LE " AH-FROM-DATE " DEMENAGEMENT "
                   AH-PERSON-ID " " AH-ADR-1 " " AH-CP " "
                   AH-VILLE " PAR " AH-OPERATOR
                   DELIMITED BY SIZE
                   INTO WS-COMING-LINE(WS-COMING-TALLY)
           END-IF.

       COPY-QUEUE-BACK.
           CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-QUEUE-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR REECRITURE effective_changes.txt - RC "
                   WS-COPY-RC
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.

       VALIDATE-VILLE.
           MOVE "N" TO WS-VILLE-OK
           PERFORM VARYING WS-VIX FROM 1 BY 1
                   UNTIL WS-VIX > WS-VILLE-APPROVED-TALLY
               IF WS-VILLE-APPROVED-NAME(WS-VIX) = EFC-NEW-VILLE
                   MOVE "Y" TO WS-VILLE-OK
               END-IF
           END-PERFORM.

       LOAD-CITY-TABLE.
      * The approved list as BatchTransactions.cbl loads it, the
      * historical ten towns standing in when cities.dat is missing.
           MOVE 0 TO WS-VILLE-APPROVED-TALLY
           OPEN INPUT CITY_FILE
           IF WS-CITY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : cities.dat INDISPONIBLE "
                   "(STATUS " WS-CITY-FILE-STATUS "), LISTE "
                   "HISTORIQUE UTILISEE"
               PERFORM VARYING WS-VIX FROM 1 BY 1
                       UNTIL WS-VIX > 10
                   MOVE WS-VILLE-DEFAULT-NAME(WS-VIX)
                       TO WS-VILLE-APPROVED-NAME(WS-VIX)
               END-PERFORM
               MOVE 10 TO WS-VILLE-APPROVED-TALLY
           ELSE
               MOVE 1 TO WS-CITY-END
               PERFORM UNTIL WS-CITY-END = 0
                   READ CITY_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO WS-CITY-END
                       NOT AT END
                           IF CITY-ACTIVE = "A"
                               AND WS-VILLE-APPROVED-TALLY < 1000
                               ADD 1 TO WS-VILLE-APPROVED-TALLY
                               MOVE CITY-NOM
                                   TO WS-VILLE-APPROVED-NAME
                                   (WS-VILLE-APPROVED-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CITY_FILE
           END-IF.

       SEED-TOTALS-FROM-CONTROL.
           MOVE "R" TO WS-CTL-ACTION
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT
           END-CALL
           IF WS-CTL-RESULT = "Y"
               MOVE WS-CTL-HASH TO WS-HASH-TOTAL
               MOVE "Y" TO WS-HAVE-TOTALS
           END-IF.

       SAVE-CONTROL-TOTALS.
      * Only AGE moves the totals : the count and the next person
      * number go back as they were read.
           IF TOTALS-LOADED AND WS-APPLIED-COUNT > 0
               MOVE "W" TO WS-CTL-ACTION
               MOVE WS-HASH-TOTAL TO WS-CTL-HASH
               CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
                   WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT
               END-CALL
           END-IF.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
               FILE_DATA EFC-MAKER-ID
           END-CALL.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-CHANGE-REF
           STRING "DIF" EFC-NO DELIMITED BY SIZE INTO WS-CHANGE-REF
           MOVE EFC-MAKER-ID TO AUD-OPERATOR-ID
           MOVE WS-CHANGE-REF TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "UPDATE" TO AUD-ACTION
           MOVE NOM TO AUD-NOM
           MOVE WS-BEFORE-AGE TO AUD-BEFORE-AGE
           MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

       CLAIM-UPDATE-LOCK.
           MOVE "C" TO WS-LOCK-ACTION
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-OPERATOR-ID
               WS-LOCK-RESULT
           END-CALL.

       RELEASE-UPDATE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-OPERATOR-ID
               WS-LOCK-RESULT
           END-CALL.
