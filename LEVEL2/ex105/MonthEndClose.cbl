      ******************************************************************
      * Name : MonthEndClose.cbl
      * Author: RayanPonsolle
      * Month-end close. Once a month's figures have gone out, a
      * supervisor closes the month here so they keep reproducing :
      * the people file and its control dataset are copied to
      * CLOS.aaaamm (a name ArchiveManager.cbl never prunes), the
      * month's audit.log is rolled into AUDIT.aaaamm through
      * AuditRollover.cbl, the figures as they stood on the last day
      * of the month - records held, active, deceased, departed by
      * their STATUT-DATE - are frozen on a close line of
      * closed_periods.txt (PERIODREC.cpy), audited PERCLO, and the
      * close report is printed to month_close.prt (PRINT_FILE).
      * From then on PersonMaint.cbl, BatchTransactions.cbl,
      * ApprovePending.cbl and PurgeRestore.cbl ask PeriodCheck.cbl
      * and refuse any effective date inside a closed month.
      * A closed month can only be reopened here, by a supervisor,
      * with a reason : the reopen line is journalled, audited
      * PERREO, and listed on the next close report together with
      * the figures of the earlier close when the same month is
      * closed again. The audit log of a month already rolled is not
      * rolled a second time on a re-close.
      * Only the month before the business month or an earlier one
      * can be closed. RETURN-CODE 0 done, 4 nothing done, 12 refused
      * or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT PERIOD_FILE ASSIGN TO "closed_periods.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILE-STATUS.

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
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  PERIOD_FILE.
           COPY PERIODREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-PERIOD-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "month_close.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "MonthEndClose".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-CHOICE PIC X.
       01  FILE-END PIC 9.
       01  WS-STEP-OK PIC X.
           88 STEP-IS-OK VALUE "Y".

      * The month being closed or reopened.
       01  WS-MONTH-INPUT PIC X(6).
       01  WS-PERIOD-MONTH PIC 9(6).
       01  WS-PERIOD-MONTH-X REDEFINES WS-PERIOD-MONTH.
           05 WS-PM-YYYY PIC 9(4).
           05 WS-PM-MM PIC 9(2).
       01  WS-MONTH-OK PIC X.
           88 MONTH-IS-OK VALUE "Y".
       01  WS-NEXT-MONTH-FIRST PIC 9(8).
       01  WS-MONTH-END PIC 9(8).
       01  WS-REASON-INPUT PIC X(40).

      * What closed_periods.txt says about the month, and the reopens
      * keyed since the last close of any month.
       01  WS-MONTH-STATE PIC X.
           88 MONTH-IS-CLOSED VALUE "C".
           88 MONTH-WAS-REOPENED VALUE "R".
           88 MONTH-NEVER-CLOSED VALUE "N".
       01  WS-PREV-CLOSE-FOUND PIC X.
           88 PREVIOUS-CLOSE-FOUND VALUE "Y".
       01  WS-PREV-TIMESTAMP PIC X(15).
       01  WS-PREV-TOTAL PIC 9(6).
       01  WS-PREV-ACTIVE PIC 9(6).
       01  WS-PREV-DECEASED PIC 9(6).
       01  WS-PREV-DEPARTED PIC 9(6).
       01  WS-REOPEN-TABLE.
           05 WS-RO-ENTRY OCCURS 50 TIMES.
               10 WS-RO-MONTH PIC 9(6).
               10 WS-RO-TIMESTAMP PIC X(15).
               10 WS-RO-OPERATOR PIC X(8).
               10 WS-RO-REASON PIC X(40).
       01  WS-REOPEN-TALLY PIC 9(2) VALUE 0.
       01  WS-REOPEN-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-RX PIC 9(2).
       01  WS-LIST-COUNT PIC 9(4).

      * Figures as they stood on the last day of the month.
       01  WS-CNT-TOTAL PIC 9(6).
       01  WS-CNT-ACTIVE PIC 9(6).
       01  WS-CNT-DECEASED PIC 9(6).
       01  WS-CNT-DEPARTED PIC 9(6).
       01  WS-DIFF PIC S9(6).
       01  WS-DIFF-DISPLAY PIC -(6)9.
       01  WS-DIFF-LABEL PIC X(28).
       01  WS-COUNT-DISPLAY PIC Z(5)9.

      * Month snapshot and audit rollover.
       01  WS-SNAPSHOT-NAME PIC X(20).
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-CTL-SRC-NAME PIC X(64).
       01  WS-CTL-ARCH-NAME PIC X(28).
       01  WS-CTL-COPY-RC PIC 9(9) COMP-5.
       01  WS-AUDIT-ARCHIVE-NAME PIC X(20).
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4).
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-ROLL-RC PIC S9(4).
       01  WS-ROLL-NOTE PIC X(40).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "ACCES REFUSE : NIVEAU SUPERVISEUR REQUIS "
                   "POUR " WS-OPERATOR-ID
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
               MOVE "month_close.prt" TO WS-PRINT-FILENAME
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE.
           MOVE 4 TO RETURN-CODE.

           PERFORM UNTIL WS-CHOICE = "Q" OR WS-CHOICE = "q"
               PERFORM PRINT-MENU
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE = "C" OR WS-CHOICE = "c"
                       PERFORM CLOSE-PERIOD
                   WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                       PERFORM REOPEN-PERIOD
                   WHEN WS-CHOICE = "L" OR WS-CHOICE = "l"
                       PERFORM LIST-PERIODS
                   WHEN WS-CHOICE = "Q" OR WS-CHOICE = "q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       PRINT-MENU.
           DISPLAY "==============================".
           DISPLAY "CLOTURE MENSUELLE".
           DISPLAY "C. CLOTURER UN MOIS".
           DISPLAY "R. ROUVRIR UN MOIS CLOTURE".
           DISPLAY "L. LISTER LES CLOTURES ET REOUVERTURES".
           DISPLAY "Q. QUITTER".
           DISPLAY "==============================".
           DISPLAY "Votre choix : ".

       CLOSE-PERIOD.
           DISPLAY "Mois a cloturer (AAAAMM, vide = mois precedent) : "
           MOVE SPACES TO WS-MONTH-INPUT
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD-MONTH
               IF WS-PM-MM = 1
                   SUBTRACT 1 FROM WS-PM-YYYY
                   MOVE 12 TO WS-PM-MM
               ELSE
                   SUBTRACT 1 FROM WS-PM-MM
               END-IF
               MOVE WS-PERIOD-MONTH TO WS-MONTH-INPUT
           END-IF
           PERFORM VALIDATE-MONTH
           IF MONTH-IS-OK
               AND WS-PERIOD-MONTH NOT < WS-BUSINESS-DATE(1:6)
               DISPLAY "SEUL UN MOIS ECOULE PEUT ETRE CLOTURE "
                   "(DATE DE TRAITEMENT " WS-BUSINESS-DATE ")."
               MOVE "N" TO WS-MONTH-OK
           END-IF
           IF MONTH-IS-OK
               PERFORM LOAD-PERIOD-JOURNAL
               IF MONTH-IS-CLOSED
                   DISPLAY "MOIS " WS-PERIOD-MONTH " DEJA CLOTURE."
               ELSE
                   PERFORM RUN-MONTH-CLOSE
               END-IF
           END-IF.

       RUN-MONTH-CLOSE.
      * The file is held under the update lock while it is copied and
      * counted, so the snapshot and the frozen figures agree.
           PERFORM CLAIM-UPDATE-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "CLOTURE ABANDONNEE : FICHIER EN COURS DE "
                   "MISE A JOUR."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM TAKE-MONTH-SNAPSHOT
               IF STEP-IS-OK
                   PERFORM COUNT-MONTH-FIGURES
               END-IF
               PERFORM RELEASE-UPDATE-LOCK
               IF STEP-IS-OK
                   PERFORM ROLL-MONTH-AUDIT-LOG
               END-IF
               IF STEP-IS-OK
                   PERFORM APPEND-CLOSE-EVENT
               END-IF
               IF STEP-IS-OK
                   MOVE "PERCLO" TO AUD-ACTION
                   MOVE SPACES TO WS-REASON-INPUT
                   PERFORM WRITE-PERIOD-AUDIT
                   PERFORM PRINT-CLOSE-REPORT
                   DISPLAY "MOIS " WS-PERIOD-MONTH " CLOTURE - "
                       "RAPPORT : " FUNCTION TRIM(WS-PRINT-FILENAME)
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "CLOTURE DU MOIS " WS-PERIOD-MONTH
                       " NON ENREGISTREE."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       REOPEN-PERIOD.
           DISPLAY "Mois a rouvrir (AAAAMM) : "
           MOVE SPACES TO WS-MONTH-INPUT
           ACCEPT WS-MONTH-INPUT
           PERFORM VALIDATE-MONTH
           IF MONTH-IS-OK
               PERFORM LOAD-PERIOD-JOURNAL
               IF NOT MONTH-IS-CLOSED
                   DISPLAY "MOIS " WS-PERIOD-MONTH " NON CLOTURE."
               ELSE
                   DISPLAY "Motif de la reouverture : "
                   MOVE SPACES TO WS-REASON-INPUT
                   ACCEPT WS-REASON-INPUT
                   IF WS-REASON-INPUT = SPACES
                       DISPLAY "MOTIF OBLIGATOIRE, REOUVERTURE "
                           "ABANDONNEE."
                   ELSE
                       PERFORM APPEND-REOPEN-EVENT
                       IF STEP-IS-OK
                           MOVE "PERREO" TO AUD-ACTION
                           PERFORM WRITE-PERIOD-AUDIT
                           DISPLAY "MOIS " WS-PERIOD-MONTH
                               " ROUVERT."
                           MOVE 0 TO RETURN-CODE
                       ELSE
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-MONTH.
           MOVE "N" TO WS-MONTH-OK
           IF WS-MONTH-INPUT IS NUMERIC
               MOVE WS-MONTH-INPUT TO WS-PERIOD-MONTH
               IF WS-PM-YYYY > 1900 AND WS-PM-MM >= 1
                   AND WS-PM-MM <= 12
                   MOVE "Y" TO WS-MONTH-OK
               END-IF
           END-IF
           IF MONTH-IS-OK
      * Last day of the month : the day before the first of the next.
               IF WS-PM-MM = 12
                   COMPUTE WS-NEXT-MONTH-FIRST =
                       (WS-PM-YYYY + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-FIRST =
                       WS-PERIOD-MONTH * 100 + 101
               END-IF
               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
           ELSE
               DISPLAY "MOIS INVALIDE : " WS-MONTH-INPUT
           END-IF.

       LOAD-PERIOD-JOURNAL.
      * The latest line of the month gives its state ; its latest
      * close line gives the figures to compare on a re-close. The
      * reopen table restarts at every close line, whatever the month,
      * so it holds what the next close report has to list.
           MOVE "N" TO WS-MONTH-STATE
           MOVE "N" TO WS-PREV-CLOSE-FOUND
           MOVE 0 TO WS-REOPEN-TALLY
           MOVE 0 TO WS-REOPEN-OVERFLOW
           OPEN INPUT PERIOD_FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PERIOD_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM TAKE-PERIOD-EVENT
                   END-READ
               END-PERFORM
               CLOSE PERIOD_FILE
           END-IF.

       TAKE-PERIOD-EVENT.
           IF PERIOD-CLOSE-EVENT
               MOVE 0 TO WS-REOPEN-TALLY
               MOVE 0 TO WS-REOPEN-OVERFLOW
           END-IF
           IF PERIOD-REOPEN-EVENT
               IF WS-REOPEN-TALLY < 50
                   ADD 1 TO WS-REOPEN-TALLY
                   MOVE PER-MONTH TO WS-RO-MONTH(WS-REOPEN-TALLY)
                   MOVE PER-TIMESTAMP
                       TO WS-RO-TIMESTAMP(WS-REOPEN-TALLY)
                   MOVE PER-OPERATOR TO WS-RO-OPERATOR(WS-REOPEN-TALLY)
                   MOVE PER-REASON TO WS-RO-REASON(WS-REOPEN-TALLY)
               ELSE
                   ADD 1 TO WS-REOPEN-OVERFLOW
               END-IF
           END-IF
           IF PER-MONTH IS NUMERIC AND PER-MONTH = WS-PERIOD-MONTH
               MOVE PER-EVENT TO WS-MONTH-STATE
               IF PERIOD-CLOSE-EVENT
                   MOVE "Y" TO WS-PREV-CLOSE-FOUND
                   MOVE PER-TIMESTAMP TO WS-PREV-TIMESTAMP
                   MOVE PER-TOTAL TO WS-PREV-TOTAL
                   MOVE PER-ACTIVE TO WS-PREV-ACTIVE
                   MOVE PER-DECEASED TO WS-PREV-DECEASED
                   MOVE PER-DEPARTED TO WS-PREV-DEPARTED
               END-IF
           END-IF.

       TAKE-MONTH-SNAPSHOT.
      * Same copy as FileWrite's DATA.aaaammjj archive, with the
      * control dataset alongside for ArchiveVerify.cbl ; a missing
      * control file is not an error.
           MOVE "Y" TO WS-STEP-OK
           MOVE SPACES TO WS-SNAPSHOT-NAME
           STRING "CLOS." WS-PERIOD-MONTH DELIMITED BY SIZE
               INTO WS-SNAPSHOT-NAME
           CALL "CBL_COPY_FILE" USING WS-DATA-FILENAME
               WS-SNAPSHOT-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR COPIE " FUNCTION TRIM(WS-DATA-FILENAME)
                   " VERS " WS-SNAPSHOT-NAME " - RC " WS-COPY-RC
               MOVE "N" TO WS-STEP-OK
           ELSE
               MOVE SPACES TO WS-CTL-SRC-NAME
               STRING FUNCTION TRIM(WS-DATA-FILENAME) ".ctl"
                   DELIMITED BY SIZE INTO WS-CTL-SRC-NAME
               MOVE SPACES TO WS-CTL-ARCH-NAME
               STRING FUNCTION TRIM(WS-SNAPSHOT-NAME) ".ctl"
                   DELIMITED BY SIZE INTO WS-CTL-ARCH-NAME
               CALL "CBL_COPY_FILE" USING WS-CTL-SRC-NAME
                   WS-CTL-ARCH-NAME
                   RETURNING WS-CTL-COPY-RC
               END-CALL
               DISPLAY "INSTANTANE DU MOIS : " WS-SNAPSHOT-NAME
           END-IF.

       COUNT-MONTH-FIGURES.
      * A record captured after the month end was not there yet ; a
      * deceased or departed status counts from its effective date,
      * so a record whose status changed after the month end is
      * still counted as it stood. Records from before the capture
      * date count as held.
           MOVE 0 TO WS-CNT-TOTAL
           MOVE 0 TO WS-CNT-ACTIVE
           MOVE 0 TO WS-CNT-DECEASED
           MOVE 0 TO WS-CNT-DEPARTED
           OPEN INPUT DATA_FILE
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE "N" TO WS-STEP-OK
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ DATA_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF TR-KEY NOT = "**TRAILER**"
                               PERFORM COUNT-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA_FILE
           END-IF.

       COUNT-ONE-RECORD.
           IF CAPTURE-DATE IS NUMERIC AND CAPTURE-DATE > WS-MONTH-END
               CONTINUE
           ELSE
               ADD 1 TO WS-CNT-TOTAL
               EVALUATE TRUE
                   WHEN STATUT-DATE NOT NUMERIC
                       ADD 1 TO WS-CNT-ACTIVE
                   WHEN STATUT-DATE = 0 OR STATUT-DATE > WS-MONTH-END
                       ADD 1 TO WS-CNT-ACTIVE
                   WHEN STATUT = "D"
                       ADD 1 TO WS-CNT-DECEASED
                   WHEN STATUT = "P"
                       ADD 1 TO WS-CNT-DEPARTED
                   WHEN OTHER
                       ADD 1 TO WS-CNT-ACTIVE
               END-EVALUATE
           END-IF.

       ROLL-MONTH-AUDIT-LOG.
      * AuditRollover.cbl is handed the month through ROLLOVER_MONTH
      * instead of its prompts. A month whose AUDIT.aaaamm already
      * exists - a re-close after a reopen - is not rolled again :
      * that would overwrite the month's archive with the current
      * log.
           MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
           STRING "AUDIT." WS-PERIOD-MONTH DELIMITED BY SIZE
               INTO WS-AUDIT-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUDIT-ARCHIVE-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL
           IF WS-EXIST-RC = 0
               MOVE "DEJA ARCHIVE, NON REPRIS" TO WS-ROLL-NOTE
               DISPLAY "JOURNAL D'AUDIT DU MOIS DEJA ARCHIVE : "
                   WS-AUDIT-ARCHIVE-NAME
           ELSE
               DISPLAY "ROLLOVER_MONTH" UPON ENVIRONMENT-NAME
               DISPLAY WS-PERIOD-MONTH UPON ENVIRONMENT-VALUE
               MOVE 0 TO RETURN-CODE
               CALL "AuditRollover"
               CANCEL "AuditRollover"
               MOVE RETURN-CODE TO WS-ROLL-RC
               MOVE 0 TO RETURN-CODE
               DISPLAY "ROLLOVER_MONTH" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               IF WS-ROLL-RC >= 8
                   DISPLAY "ERREUR ROTATION DU JOURNAL D'AUDIT - RC "
                       WS-ROLL-RC
                   MOVE "N" TO WS-STEP-OK
               ELSE
                   MOVE "ARCHIVE PAR CETTE CLOTURE" TO WS-ROLL-NOTE
               END-IF
           END-IF.

       APPEND-CLOSE-EVENT.
           MOVE SPACES TO PERIOD-RECORD
           MOVE "C" TO PER-EVENT
           MOVE WS-PERIOD-MONTH TO PER-MONTH
           MOVE FUNCTION CURRENT-DATE TO PER-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PER-OPERATOR
           MOVE WS-CNT-TOTAL TO PER-TOTAL
           MOVE WS-CNT-ACTIVE TO PER-ACTIVE
           MOVE WS-CNT-DECEASED TO PER-DECEASED
           MOVE WS-CNT-DEPARTED TO PER-DEPARTED
           MOVE WS-SNAPSHOT-NAME TO PER-SNAPSHOT
           PERFORM WRITE-PERIOD-EVENT.

       APPEND-REOPEN-EVENT.
           MOVE "Y" TO WS-STEP-OK
           MOVE SPACES TO PERIOD-RECORD
           MOVE "R" TO PER-EVENT
           MOVE WS-PERIOD-MONTH TO PER-MONTH
           MOVE FUNCTION CURRENT-DATE TO PER-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PER-OPERATOR
           MOVE WS-REASON-INPUT TO PER-REASON
           MOVE 0 TO PER-TOTAL
           MOVE 0 TO PER-ACTIVE
           MOVE 0 TO PER-DECEASED
           MOVE 0 TO PER-DEPARTED
           PERFORM WRITE-PERIOD-EVENT.

       WRITE-PERIOD-EVENT.
           OPEN EXTEND PERIOD_FILE
           IF WS-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD_FILE
           END-IF
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE closed_periods.txt - STATUS "
                   WS-PERIOD-FILE-STATUS
               MOVE "N" TO WS-STEP-OK
           ELSE
               WRITE PERIOD-RECORD
               CLOSE PERIOD_FILE
           END-IF.

       WRITE-PERIOD-AUDIT.
      * audit.log is opened only for the one record : the close rolls
      * it in between. The reason is split over the two VILLE fields,
      * as PersonMaint.cbl does for an unmask.
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE SPACES TO AUD-NOM
               STRING "PERIODE " WS-PERIOD-MONTH DELIMITED BY SIZE
                   INTO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE WS-REASON-INPUT(1:20) TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE WS-REASON-INPUT(21:20) TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.

       LIST-PERIODS.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT PERIOD_FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PERIOD_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-PERIOD-EVENT
                   END-READ
               END-PERFORM
               CLOSE PERIOD_FILE
           END-IF
           DISPLAY "EVENEMENTS AU JOURNAL DES CLOTURES : "
               WS-LIST-COUNT.

       SHOW-PERIOD-EVENT.
           IF PERIOD-CLOSE-EVENT
               DISPLAY PER-MONTH " CLOTURE LE " PER-TIMESTAMP(1:8)
                   " PAR " PER-OPERATOR " - " PER-TOTAL
                   " PERSONNES, " PER-ACTIVE " ACTIFS, "
                   PER-DECEASED " DECEDES, " PER-DEPARTED " PARTIS"
           ELSE
               DISPLAY PER-MONTH " ROUVERT LE " PER-TIMESTAMP(1:8)
                   " PAR " PER-OPERATOR " : "
                   FUNCTION TRIM(PER-REASON)
           END-IF.

       PRINT-CLOSE-REPORT.
           OPEN OUTPUT PRINT_FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
           ELSE
               PERFORM PRINT-CLOSE-HEADING
               PERFORM PRINT-CLOSE-FIGURES
               IF PREVIOUS-CLOSE-FOUND
                   PERFORM PRINT-PREVIOUS-CLOSE
               END-IF
               PERFORM PRINT-REOPEN-LIST
               CLOSE PRINT_FILE
           END-IF.

       PRINT-CLOSE-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "CLOTURE MENSUELLE - MOIS " WS-PERIOD-MONTH
               "   DATE DE TRAITEMENT " WS-BUSINESS-DATE
               "   SUPERVISEUR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "INSTANTANE DU FICHIER     : " WS-SNAPSHOT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "JOURNAL D'AUDIT DU MOIS   : " WS-AUDIT-ARCHIVE-NAME
               " " WS-ROLL-NOTE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CLOSE-FIGURES.
           MOVE SPACES TO PRINT-LINE
           STRING "CHIFFRES ARRETES AU " WS-MONTH-END
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CNT-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  PERSONNES AU FICHIER    : " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CNT-ACTIVE TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  ACTIVES                 : " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CNT-DECEASED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  DECEDEES                : " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CNT-DEPARTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  PARTIES                 : " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-PREVIOUS-CLOSE.
      * A re-close after a reopen : what changed against the figures
      * that were published.
           MOVE SPACES TO PRINT-LINE
           STRING "CLOTURE PRECEDENTE DU " WS-PREV-TIMESTAMP(1:8)
               " - ECARTS (NOUVEAU - PUBLIE)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           COMPUTE WS-DIFF = WS-CNT-TOTAL - WS-PREV-TOTAL
           MOVE WS-PREV-TOTAL TO WS-COUNT-DISPLAY
           MOVE "  PERSONNES AU FICHIER    : " TO WS-DIFF-LABEL
           PERFORM PRINT-DIFF-LINE
           COMPUTE WS-DIFF = WS-CNT-ACTIVE - WS-PREV-ACTIVE
           MOVE WS-PREV-ACTIVE TO WS-COUNT-DISPLAY
           MOVE "  ACTIVES                 : " TO WS-DIFF-LABEL
           PERFORM PRINT-DIFF-LINE
           COMPUTE WS-DIFF = WS-CNT-DECEASED - WS-PREV-DECEASED
           MOVE WS-PREV-DECEASED TO WS-COUNT-DISPLAY
           MOVE "  DECEDEES                : " TO WS-DIFF-LABEL
           PERFORM PRINT-DIFF-LINE
           COMPUTE WS-DIFF = WS-CNT-DEPARTED - WS-PREV-DEPARTED
           MOVE WS-PREV-DEPARTED TO WS-COUNT-DISPLAY
           MOVE "  PARTIES                 : " TO WS-DIFF-LABEL
           PERFORM PRINT-DIFF-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-DIFF-LINE.
           MOVE WS-DIFF TO WS-DIFF-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING WS-DIFF-LABEL WS-COUNT-DISPLAY "   ECART "
               WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REOPEN-LIST.
           MOVE "REOUVERTURES DEPUIS LA CLOTURE PRECEDENTE :"
               TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-REOPEN-TALLY = 0
               MOVE "  (AUCUNE)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REOPEN-TALLY
               MOVE SPACES TO PRINT-LINE
               STRING "  MOIS " WS-RO-MONTH(WS-RX)
                   " ROUVERT LE " WS-RO-TIMESTAMP(WS-RX)(1:8)
                   " A " WS-RO-TIMESTAMP(WS-RX)(9:4)
                   " PAR " WS-RO-OPERATOR(WS-RX)
                   " MOTIF : " WS-RO-REASON(WS-RX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           IF WS-REOPEN-OVERFLOW > 0
               MOVE SPACES TO PRINT-LINE
               STRING "  ... ET " WS-REOPEN-OVERFLOW
                   " AUTRE(S), VOIR L'OPTION L"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

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
