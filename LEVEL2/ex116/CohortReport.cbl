      ******************************************************************
      * Name : CohortReport.cbl
      * Author: RayanPonsolle
      * Capture-date cohort analysis of the people file : how many of
      * the people registered in a month were still active 6, 12, 24
      * and 36 months later, and where the others went. Joins the
      * live file (CAPTURE-DATE, STATUT, STATUT-DATE) with the purge
      * archive purged_people.txt ; a person restored since the
      * purge (PurgeRestore.cbl) is counted from the live file only.
      * One row per capture month, for each milestone the people
      * still active, deceased, departed and purged at the end of
      * the month the milestone falls in, as counts and as
      * percentages of the cohort. A milestone whose month has not
      * ended by the business date is shown "--". A status is taken
      * from STATUT-DATE ; one with no date counts from the start.
      * A purge archive line from before the purge date was kept
      * counts as purged at every milestone.
      * Records whose capture date is only LegacyBackfill.cbl's
      * estimate (CAPTURE-DATE-FLAG "E") are not spread over the
      * months : they make up one separate ESTIME row, where each
      * milestone counts the people who have reached it. Records
      * with no capture date at all are only counted.
      * Printed to cohort_report.prt (PRINT_FILE) and catalogued by
      * SpoolManager.cbl ; the run's rows are appended to
      * cohort_history.txt (COHREC.cpy) so the curves can be
      * compared between quarters.
      * RETURN-CODE 0, 4 no dated record, 12 file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CohortReport.

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

           SELECT PURGE_ARCHIVE ASSIGN TO "purged_people.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "cohort_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  PURGE_ARCHIVE.
       01  PURGE_RECORD.
           05 PRG-NOM PIC A(20).
           05 PRG-AGE PIC 99.
           05 PRG-VILLE PIC A(20).
           05 PRG-CAPTURE-DATE PIC 9(8).
           05 PRG-ADR-LIGNE-1 PIC X(30).
           05 PRG-ADR-LIGNE-2 PIC X(30).
           05 PRG-CODE-POSTAL PIC X(5).
           05 PRG-DATE-NAISSANCE PIC 9(8).
           05 PRG-DATE-NAISSANCE-FLAG PIC X.
           05 PRG-CAPTURE-DATE-FLAG PIC X.
           05 PRG-BRANCH-CODE PIC X(8).
           05 PRG-PERSON-ID PIC 9(6).
           05 PRG-TELEPHONE PIC X(10).
           05 PRG-EMAIL PIC X(40).
           05 PRG-CONTACT-PREF PIC X.
           05 PRG-STATUT PIC X.
           05 PRG-STATUT-DATE PIC 9(8).
           05 PRG-ADR-INVALID-FLAG PIC X.
           05 PRG-ADR-INVALID-DATE PIC 9(8).
           05 PRG-EMAIL-INVALID-FLAG PIC X.
           05 PRG-EMAIL-INVALID-DATE PIC 9(8).
           05 PRG-PURGE-DATE PIC 9(8).
           05 PRG-CIVILITE PIC X.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  HISTORY_FILE.
           COPY COHREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "cohort_report.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-PURGE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-TRAINING-MODE PIC X.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).

       01  WS-MILESTONE-LIST.
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC 9(2) VALUE 12.
           05 FILLER PIC 9(2) VALUE 24.
           05 FILLER PIC 9(2) VALUE 36.
       01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-LIST.
           05 WS-MILESTONE-MONTHS PIC 9(2) OCCURS 4 TIMES.
       01  WS-MX PIC 9.

      * Entry 1 is the ESTIME row ; the capture months follow in
      * ascending order.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 301 TIMES.
               10 WS-CO-COHORT PIC X(6).
               10 WS-CO-TOTAL PIC 9(6).
               10 WS-CO-MILESTONE OCCURS 4 TIMES.
                   15 WS-CO-REACHED PIC 9(6).
                   15 WS-CO-ACTIVE PIC 9(6).
                   15 WS-CO-DECEASED PIC 9(6).
                   15 WS-CO-DEPARTED PIC 9(6).
                   15 WS-CO-PURGED PIC 9(6).
       01  WS-CO-TALLY PIC 9(3) VALUE 1.
       01  WS-CX PIC 9(3).
       01  WS-CY PIC 9(3).
       01  WS-CO-IX PIC 9(3).

      * The record in hand, from either file.
       01  WS-REC-CAPTURE-DATE PIC 9(8).
       01  WS-REC-CAPTURE-R REDEFINES WS-REC-CAPTURE-DATE.
           05 WS-REC-CAP-YYYY PIC 9(4).
           05 WS-REC-CAP-MM PIC 9(2).
           05 WS-REC-CAP-DD PIC 9(2).
       01  WS-REC-ESTIMATED PIC X.
           88 CAPTURE-ESTIMATED VALUE "Y".
       01  WS-REC-STATUT PIC X.
       01  WS-REC-STATUT-DATE PIC 9(8).
       01  WS-REC-PURGED PIC X.
           88 RECORD-PURGED VALUE "Y".
       01  WS-REC-PURGE-DATE PIC 9(8).

       01  WS-MS-MONTH-NO PIC 9(6).
       01  WS-MS-YYYY PIC 9(4).
       01  WS-MS-MM PIC 9(2).
       01  WS-MS-END-DATE PIC 9(8).
       01  WS-TODAY-MONTH PIC 9(6).

       01  WS-LIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-PURGED-COUNT PIC 9(6) VALUE 0.
       01  WS-RESTORED-COUNT PIC 9(6) VALUE 0.
       01  WS-UNDATED-COUNT PIC 9(6) VALUE 0.
       01  WS-DATED-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.

       01  WS-COUNT-LINE PIC X(132).
       01  WS-PERCENT-LINE PIC X(132).
       01  WS-CELL-POS PIC 9(3).
       01  WS-COUNT-CELL PIC ZZZZ9.
       01  WS-TOTAL-CELL PIC ZZZZZ9.
       01  WS-PERCENT PIC 9(3).
       01  WS-PERCENT-CELL PIC ZZ9.
       01  WS-CELL-VALUE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "TRAINING_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRAINING-MODE FROM ENVIRONMENT-VALUE.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY
           STRING WS-MM "/" WS-DD "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           COMPUTE WS-TODAY-MONTH = WS-YY * 12 + WS-MM - 1.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "cohort_report.prt" TO WS-PRINT-FILENAME
           END-IF.

           INITIALIZE WS-CO-TABLE.
           MOVE "ESTIME" TO WS-CO-COHORT(1).

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           ADD 1 TO WS-LIVE-COUNT
                           PERFORM TAKE-LIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM TALLY-PURGE-ARCHIVE.
           CLOSE DATA_FILE.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-HEADING.
           PERFORM VARYING WS-CX FROM 2 BY 1
                   UNTIL WS-CX > WS-CO-TALLY
               PERFORM PRINT-COHORT-ROW
           END-PERFORM.
           IF WS-CO-TOTAL(1) > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 1 TO WS-CX
               PERFORM PRINT-COHORT-ROW
           END-IF.
           PERFORM PRINT-FOOTING.
           CLOSE PRINT_FILE.

           PERFORM APPEND-COHORT-HISTORY.

           DISPLAY "COHORTES : " WS-CO-TALLY " LIGNE(S) - "
               WS-DATED-COUNT " PERSONNE(S) DATEE(S), "
               WS-UNDATED-COUNT " SANS DATE DE SAISIE".
           IF WS-DATED-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       TAKE-LIVE-RECORD.
           MOVE "N" TO WS-REC-PURGED.
           MOVE 0 TO WS-REC-PURGE-DATE.
           IF CAPTURE-DATE IS NUMERIC
               MOVE CAPTURE-DATE TO WS-REC-CAPTURE-DATE
           ELSE
               MOVE 0 TO WS-REC-CAPTURE-DATE
           END-IF.
           IF CAPTURE-DATE-FLAG = "E"
               MOVE "Y" TO WS-REC-ESTIMATED
           ELSE
               MOVE "N" TO WS-REC-ESTIMATED
           END-IF.
           MOVE STATUT TO WS-REC-STATUT.
           IF STATUT-DATE IS NUMERIC
               MOVE STATUT-DATE TO WS-REC-STATUT-DATE
           ELSE
               MOVE 0 TO WS-REC-STATUT-DATE
           END-IF.
           PERFORM CLASSIFY-RECORD.

       TALLY-PURGE-ARCHIVE.
      * A person number found again on the live file was restored
      * after the purge and has been counted already.
           OPEN INPUT PURGE_ARCHIVE.
           IF WS-PURGE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PURGE_ARCHIVE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM TAKE-PURGED-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE_ARCHIVE
           END-IF.

       TAKE-PURGED-RECORD.
           IF PRG-PERSON-ID IS NUMERIC AND PRG-PERSON-ID > 0
               MOVE PRG-PERSON-ID TO PERSON-ID
               READ DATA_FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       MOVE "Y" TO WS-REC-PURGED
                   NOT INVALID KEY
                       MOVE "N" TO WS-REC-PURGED
                       ADD 1 TO WS-RESTORED-COUNT
               END-READ
           ELSE
               MOVE "Y" TO WS-REC-PURGED
           END-IF.
           IF RECORD-PURGED
               ADD 1 TO WS-PURGED-COUNT
               IF PRG-PURGE-DATE IS NUMERIC
                   MOVE PRG-PURGE-DATE TO WS-REC-PURGE-DATE
               ELSE
                   MOVE 0 TO WS-REC-PURGE-DATE
               END-IF
               IF PRG-CAPTURE-DATE IS NUMERIC
                   MOVE PRG-CAPTURE-DATE TO WS-REC-CAPTURE-DATE
               ELSE
                   MOVE 0 TO WS-REC-CAPTURE-DATE
               END-IF
               IF PRG-CAPTURE-DATE-FLAG = "E"
                   MOVE "Y" TO WS-REC-ESTIMATED
               ELSE
                   MOVE "N" TO WS-REC-ESTIMATED
               END-IF
               MOVE PRG-STATUT TO WS-REC-STATUT
               IF PRG-STATUT-DATE IS NUMERIC
                   MOVE PRG-STATUT-DATE TO WS-REC-STATUT-DATE
               ELSE
                   MOVE 0 TO WS-REC-STATUT-DATE
               END-IF
               PERFORM CLASSIFY-RECORD
           END-IF.

       CLASSIFY-RECORD.
           IF WS-REC-CAPTURE-DATE = 0
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               PERFORM FIND-COHORT
               IF WS-CO-IX > 0
                   ADD 1 TO WS-DATED-COUNT
                   ADD 1 TO WS-CO-TOTAL(WS-CO-IX)
                   PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
                       PERFORM CLASSIFY-AT-MILESTONE
                   END-PERFORM
               END-IF
           END-IF.

       FIND-COHORT.
      * Months are kept in ascending order ; a new month is slid in
      * at its place.
           IF CAPTURE-ESTIMATED
               MOVE 1 TO WS-CO-IX
           ELSE
               MOVE 0 TO WS-CO-IX
               PERFORM VARYING WS-CX FROM 2 BY 1
                       UNTIL WS-CX > WS-CO-TALLY OR WS-CO-IX > 0
                   IF WS-CO-COHORT(WS-CX) =
                       WS-REC-CAPTURE-DATE(1:6)
                       MOVE WS-CX TO WS-CO-IX
                   END-IF
               END-PERFORM
               IF WS-CO-IX = 0
                   IF WS-CO-TALLY >= 301
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-CO-TALLY
                       MOVE WS-CO-TALLY TO WS-CY
                       PERFORM UNTIL WS-CY = 2
                           OR WS-CO-COHORT(WS-CY - 1) <
                               WS-REC-CAPTURE-DATE(1:6)
                           MOVE WS-CO-ENTRY(WS-CY - 1)
                               TO WS-CO-ENTRY(WS-CY)
                           SUBTRACT 1 FROM WS-CY
                       END-PERFORM
                       INITIALIZE WS-CO-ENTRY(WS-CY)
                       MOVE WS-REC-CAPTURE-DATE(1:6)
                           TO WS-CO-COHORT(WS-CY)
                       MOVE WS-CY TO WS-CO-IX
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-AT-MILESTONE.
      * The milestone month is the capture month plus 6, 12, 24 or
      * 36 ; the record is looked at as it stood at the end of that
      * month, once the month is over.
           COMPUTE WS-MS-MONTH-NO = WS-REC-CAP-YYYY * 12
               + WS-REC-CAP-MM - 1 + WS-MILESTONE-MONTHS(WS-MX).
           IF WS-MS-MONTH-NO < WS-TODAY-MONTH
               DIVIDE WS-MS-MONTH-NO BY 12 GIVING WS-MS-YYYY
                   REMAINDER WS-MS-MM
               ADD 1 TO WS-MS-MM
               COMPUTE WS-MS-END-DATE =
                   WS-MS-YYYY * 10000 + WS-MS-MM * 100 + 31
               ADD 1 TO WS-CO-REACHED(WS-CO-IX, WS-MX)
               EVALUATE TRUE
                   WHEN RECORD-PURGED
                        AND (WS-REC-PURGE-DATE = 0
                             OR WS-REC-PURGE-DATE <= WS-MS-END-DATE)
                       ADD 1 TO WS-CO-PURGED(WS-CO-IX, WS-MX)
                   WHEN WS-REC-STATUT = "D"
                        AND WS-REC-STATUT-DATE <= WS-MS-END-DATE
                       ADD 1 TO WS-CO-DECEASED(WS-CO-IX, WS-MX)
                   WHEN WS-REC-STATUT = "P"
                        AND WS-REC-STATUT-DATE <= WS-MS-END-DATE
                       ADD 1 TO WS-CO-DEPARTED(WS-CO-IX, WS-MX)
                   WHEN OTHER
                       ADD 1 TO WS-CO-ACTIVE(WS-CO-IX, WS-MX)
               END-EVALUATE
           END-IF.

       PRINT-HEADING.
           MOVE "ANALYSE PAR COHORTE DE SAISIE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-TRAINING-MODE = "O" OR WS-TRAINING-MODE = "o"
               MOVE "*** EXERCICE - DONNEES D'ENTRAINEMENT ***"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "SITUATION EN FIN DU MOIS DE L'ECHEANCE, EN NOMBRE "
               TO PRINT-LINE.
           MOVE "PUIS EN % DE LA COHORTE ; -- ECHEANCE NON ATTEINTE"
               TO PRINT-LINE(51:50).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "COHORTE SAISIS" TO PRINT-LINE(1:14).
           MOVE "|        A 6 MOIS        " TO PRINT-LINE(16:25).
           MOVE "|       A 12 MOIS        " TO PRINT-LINE(41:25).
           MOVE "|       A 24 MOIS        " TO PRINT-LINE(66:25).
           MOVE "|       A 36 MOIS        " TO PRINT-LINE(91:25).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
               COMPUTE WS-CELL-POS = 16 + (WS-MX - 1) * 25
               MOVE "| ACTIF DECED PARTI PURGE"
                   TO PRINT-LINE(WS-CELL-POS:25)
           END-PERFORM.
           WRITE PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE(1:115).
           WRITE PRINT-LINE.

       PRINT-COHORT-ROW.
      * Two lines a cohort : the counts, then the percentages of the
      * people who reached the milestone.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE SPACES TO WS-PERCENT-LINE.
           MOVE WS-CO-COHORT(WS-CX) TO WS-COUNT-LINE(1:6).
           MOVE WS-CO-TOTAL(WS-CX) TO WS-TOTAL-CELL.
           MOVE WS-TOTAL-CELL TO WS-COUNT-LINE(9:6).
           MOVE "%" TO WS-PERCENT-LINE(14:1).
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
               COMPUTE WS-CELL-POS = 16 + (WS-MX - 1) * 25
               MOVE "|" TO WS-COUNT-LINE(WS-CELL-POS:1)
               MOVE "|" TO WS-PERCENT-LINE(WS-CELL-POS:1)
               IF WS-CO-REACHED(WS-CX, WS-MX) = 0
                   PERFORM VARYING WS-CY FROM 1 BY 1 UNTIL WS-CY > 4
                       COMPUTE WS-CELL-POS =
                           16 + (WS-MX - 1) * 25 + (WS-CY - 1) * 6 + 5
                       MOVE "--" TO WS-COUNT-LINE(WS-CELL-POS:2)
                       MOVE "--" TO WS-PERCENT-LINE(WS-CELL-POS:2)
                   END-PERFORM
               ELSE
                   MOVE 1 TO WS-CY
                   MOVE WS-CO-ACTIVE(WS-CX, WS-MX) TO WS-CELL-VALUE
                   PERFORM PUT-COHORT-CELL
                   MOVE 2 TO WS-CY
                   MOVE WS-CO-DECEASED(WS-CX, WS-MX) TO WS-CELL-VALUE
                   PERFORM PUT-COHORT-CELL
                   MOVE 3 TO WS-CY
                   MOVE WS-CO-DEPARTED(WS-CX, WS-MX) TO WS-CELL-VALUE
                   PERFORM PUT-COHORT-CELL
                   MOVE 4 TO WS-CY
                   MOVE WS-CO-PURGED(WS-CX, WS-MX) TO WS-CELL-VALUE
                   PERFORM PUT-COHORT-CELL
               END-IF
           END-PERFORM.
           MOVE WS-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PERCENT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CX = 1
               PERFORM PRINT-ESTIMATE-BASE
           END-IF.

       PUT-COHORT-CELL.
           COMPUTE WS-CELL-POS =
               16 + (WS-MX - 1) * 25 + (WS-CY - 1) * 6 + 2.
           MOVE WS-CELL-VALUE TO WS-COUNT-CELL.
           MOVE WS-COUNT-CELL TO WS-COUNT-LINE(WS-CELL-POS:5).
           COMPUTE WS-PERCENT ROUNDED =
               WS-CELL-VALUE * 100 / WS-CO-REACHED(WS-CX, WS-MX).
           MOVE WS-PERCENT TO WS-PERCENT-CELL.
           ADD 1 TO WS-CELL-POS.
           MOVE WS-PERCENT-CELL TO WS-PERCENT-LINE(WS-CELL-POS:3).
           ADD 3 TO WS-CELL-POS.
           MOVE "%" TO WS-PERCENT-LINE(WS-CELL-POS:1).

       PRINT-ESTIMATE-BASE.
      * The ESTIME row mixes capture months, so not everyone in it
      * has reached every milestone : the base of each percentage
      * is printed beneath it.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "BASE" TO WS-COUNT-LINE(1:4).
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
               COMPUTE WS-CELL-POS = 16 + (WS-MX - 1) * 25
               MOVE "|" TO WS-COUNT-LINE(WS-CELL-POS:1)
               ADD 2 TO WS-CELL-POS
               MOVE WS-CO-REACHED(1, WS-MX) TO WS-COUNT-CELL
               MOVE WS-COUNT-CELL TO WS-COUNT-LINE(WS-CELL-POS:5)
           END-PERFORM.
           MOVE WS-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-FOOTING.
           MOVE ALL "-" TO PRINT-LINE(1:115).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "FICHIER VIVANT : " WS-LIVE-COUNT
               " - PURGES : " WS-PURGED-COUNT
               " - RESTAURES (COMPTES UNE FOIS) : " WS-RESTORED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SANS DATE DE SAISIE (HORS COHORTE) : "
               WS-UNDATED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               STRING "AU-DELA DE 300 MOIS (NON VENTILES) : "
                   WS-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       APPEND-COHORT-HISTORY.
           OPEN EXTEND HISTORY_FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY_FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : ECRITURE cohort_history.txt "
                   "IMPOSSIBLE - STATUS " WS-HISTORY-FILE-STATUS
           ELSE
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CO-TALLY
                   IF WS-CO-TOTAL(WS-CX) > 0
                       MOVE WS-BUSINESS-DATE TO CHS-RUN-DATE
                       MOVE WS-CO-COHORT(WS-CX) TO CHS-COHORT
                       MOVE WS-CO-TOTAL(WS-CX) TO CHS-TOTAL
                       PERFORM VARYING WS-MX FROM 1 BY 1
                               UNTIL WS-MX > 4
                           MOVE WS-CO-REACHED(WS-CX, WS-MX)
                               TO CHS-REACHED(WS-MX)
                           MOVE WS-CO-ACTIVE(WS-CX, WS-MX)
                               TO CHS-ACTIVE(WS-MX)
                           MOVE WS-CO-DECEASED(WS-CX, WS-MX)
                               TO CHS-DECEASED(WS-MX)
                           MOVE WS-CO-DEPARTED(WS-CX, WS-MX)
                               TO CHS-DEPARTED(WS-MX)
                           MOVE WS-CO-PURGED(WS-CX, WS-MX)
                               TO CHS-PURGED(WS-MX)
                       END-PERFORM
                       WRITE COHORT-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.
