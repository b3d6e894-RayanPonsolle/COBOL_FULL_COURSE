      ******************************************************************
      * Name : DsrReport.cbl
      * Author: RayanPonsolle
      * Weekly page of the data-subject requests still open in
      * dsr_register.txt (DsrRegister.cbl), so that no request again
      * passes its one-month legal deadline unnoticed. The open
      * requests are listed by days remaining to their due date,
      * the overdue ones first with the days past, then those due
      * within the week, then the rest, each with its type, the
      * person, the requester, the date received and the operator
      * handling it. A closing count gives the requests open,
      * overdue and due within the week, and the requests closed in
      * the last seven days with those answered late.
      * Every overdue request goes to dsr_alerts.txt under its own
      * key, which ExceptionsDashboard.cbl turns into a worklist
      * item the way it does orphan_alerts.txt, so it stays on the
      * exceptions page, aging, until the request is closed.
      * Run as the DSRREPORT step of NightlyBatch.cbl (weekly, when
      * schedule.txt lists it). Printed to dsr_report.prt
      * (PRINT_FILE). RETURN-CODE 0 nothing overdue, 4 requests
      * overdue, 12 print or alert file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DsrReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "dsr_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT ALERT_FILE ASSIGN TO "dsr_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY DSRREC.

       FD  ALERT_FILE.
       01  ALERT_RECORD.
           05 DSA-KEY PIC X(30).
           05 DSA-TEXT PIC X(80).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "dsr_report.prt".
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-ALERT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-DAYS PIC 9(8).
       01  WS-WEEK-AGO PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-RECEIVED-DISPLAY PIC X(10).
       01  WS-DUE-DISPLAY PIC X(10).
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

      * The open requests, kept in due-date order as they are read.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES.
               10 WS-OP-DUE PIC 9(8).
               10 WS-OP-NO PIC 9(5).
               10 WS-OP-TYPE PIC X.
               10 WS-OP-PERSON-ID PIC 9(6).
               10 WS-OP-NOM PIC A(20).
               10 WS-OP-REQUESTER PIC X(30).
               10 WS-OP-RECEIVED PIC 9(8).
               10 WS-OP-HANDLER PIC X(8).
       01  WS-OPEN-TALLY PIC 9(4) VALUE 0.
       01  WS-OPEN-LOST PIC 9(4) VALUE 0.
       01  WS-OX PIC 9(4).
       01  WS-INSERT-AT PIC 9(4).
       01  WS-DAYS-LEFT PIC S9(5).
       01  WS-DAYS-DISPLAY PIC -(4)9.
       01  WS-TYPE-TEXT PIC X(13).
       01  WS-BAND PIC X.
       01  WS-LAST-BAND PIC X VALUE SPACE.

       01  WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01  WS-WEEK-COUNT PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(4)9.
       01  WS-ALERT-TEXT PIC X(80).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-WEEK-AGO =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-DAYS - 7).
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "dsr_report.prt" TO WS-PRINT-FILENAME
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DEMANDES DES PERSONNES SUR LEURS DONNEES - ECHEANCES"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM LOAD-REGISTER.
           PERFORM PRINT-OPEN-REQUESTS.
           PERFORM PRINT-SUMMARY.
           PERFORM WRITE-ALERTS.
           CLOSE PRINT_FILE.

           DISPLAY "DEMANDES OUVERTES : " WS-OPEN-TALLY
               " DONT EN RETARD : " WS-OVERDUE-COUNT
               " - VOIR " FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-OVERDUE-COUNT > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       LOAD-REGISTER.
      * No register yet means no request was ever keyed : the page
      * says so rather than fail the step.
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "dsr_register.txt ABSENT - AUCUNE DEMANDE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM LOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF.

       LOAD-ONE-REQUEST.
           EVALUATE TRUE
               WHEN DSR-OPEN
                   IF WS-OPEN-TALLY < 500
                       PERFORM INSERT-BY-DUE-DATE
                   ELSE
                       ADD 1 TO WS-OPEN-LOST
                   END-IF
               WHEN DSR-CLOSED
                   IF DSR-CLOSED-DATE > WS-WEEK-AGO
                       ADD 1 TO WS-CLOSED-COUNT
                       IF DSR-CLOSED-DATE > DSR-DUE-DATE
                           ADD 1 TO WS-LATE-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INSERT-BY-DUE-DATE.
      * The entries due later than this one move down a place.
           MOVE 1 TO WS-INSERT-AT
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPEN-TALLY
               IF WS-OP-DUE(WS-OX) <= DSR-DUE-DATE
                   COMPUTE WS-INSERT-AT = WS-OX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OX FROM WS-OPEN-TALLY BY -1
                   UNTIL WS-OX < WS-INSERT-AT
               MOVE WS-OPEN-ENTRY(WS-OX) TO WS-OPEN-ENTRY(WS-OX + 1)
           END-PERFORM
           ADD 1 TO WS-OPEN-TALLY
           MOVE DSR-DUE-DATE TO WS-OP-DUE(WS-INSERT-AT)
           MOVE DSR-NO TO WS-OP-NO(WS-INSERT-AT)
           MOVE DSR-TYPE TO WS-OP-TYPE(WS-INSERT-AT)
           MOVE DSR-PERSON-ID TO WS-OP-PERSON-ID(WS-INSERT-AT)
           MOVE DSR-NOM TO WS-OP-NOM(WS-INSERT-AT)
           MOVE DSR-REQUESTER TO WS-OP-REQUESTER(WS-INSERT-AT)
           MOVE DSR-RECEIVED-DATE TO WS-OP-RECEIVED(WS-INSERT-AT)
           MOVE DSR-HANDLER-ID TO WS-OP-HANDLER(WS-INSERT-AT).

       PRINT-OPEN-REQUESTS.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPEN-TALLY
               PERFORM PRINT-ONE-REQUEST
           END-PERFORM
           IF WS-OPEN-TALLY = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "AUCUNE DEMANDE OUVERTE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-ONE-REQUEST.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-OP-DUE(WS-OX))
               - WS-TODAY-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "R" TO WS-BAND
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT <= 7
                   MOVE "S" TO WS-BAND
                   ADD 1 TO WS-WEEK-COUNT
               WHEN OTHER
                   MOVE "A" TO WS-BAND
           END-EVALUATE
           IF WS-BAND NOT = WS-LAST-BAND
               PERFORM PRINT-BAND-HEADING
               MOVE WS-BAND TO WS-LAST-BAND
           END-IF
           EVALUATE WS-OP-TYPE(WS-OX)
               WHEN "A"
                   MOVE "ACCES" TO WS-TYPE-TEXT
               WHEN "R"
                   MOVE "RECTIFICATION" TO WS-TYPE-TEXT
               WHEN "E"
                   MOVE "EFFACEMENT" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "OPPOSITION" TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE WS-OP-RECEIVED(WS-OX) TO WS-DATE-WORK
           MOVE SPACES TO WS-RECEIVED-DISPLAY
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-RECEIVED-DISPLAY
           MOVE WS-OP-DUE(WS-OX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DUE-DISPLAY
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DUE-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "  " WS-OP-NO(WS-OX) " " WS-TYPE-TEXT
               " " WS-OP-PERSON-ID(WS-OX) " " WS-OP-NOM(WS-OX)
               " " WS-OP-REQUESTER(WS-OX)
               " " WS-RECEIVED-DISPLAY " " WS-DUE-DISPLAY
               " " WS-DAYS-DISPLAY " " WS-OP-HANDLER(WS-OX)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-BAND-HEADING.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           EVALUATE WS-BAND
               WHEN "R"
                   MOVE "=== DELAI LEGAL DEPASSE" TO PRINT-LINE
               WHEN "S"
                   MOVE "=== ECHEANCE DANS LES 7 JOURS" TO PRINT-LINE
               WHEN OTHER
                   MOVE "=== AUTRES DEMANDES OUVERTES" TO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "DEM." TO PRINT-LINE(3:4)
           MOVE "TYPE" TO PRINT-LINE(9:4)
           MOVE "NUMERO" TO PRINT-LINE(23:6)
           MOVE "NOM" TO PRINT-LINE(30:3)
           MOVE "DEMANDEUR" TO PRINT-LINE(51:9)
           MOVE "RECUE LE" TO PRINT-LINE(82:8)
           MOVE "ECHEANCE" TO PRINT-LINE(93:8)
           MOVE "JOURS" TO PRINT-LINE(104:5)
           MOVE "AGENT" TO PRINT-LINE(110:5)
           WRITE PRINT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== RECAPITULATIF" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OPEN-TALLY TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DEMANDES OUVERTES               "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DONT DELAI LEGAL DEPASSE        "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-WEEK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DONT ECHEANCE SOUS 7 JOURS      "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    CLOSES CES 7 DERNIERS JOURS     "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DONT REPONDUES HORS DELAI       "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-OPEN-LOST > 0
               MOVE WS-OPEN-LOST TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "    *** " WS-COUNT-DISPLAY
                   " DEMANDE(S) OUVERTE(S) AU-DELA DE 500 NON LISTEES"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       WRITE-ALERTS.
      * The file is rewritten every run, so a request closed in the
      * week drops off the page at the next report.
           OPEN OUTPUT ALERT_FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE dsr_alerts.txt - STATUS "
                   WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OPEN-TALLY
                   IF WS-OP-DUE(WS-OX) < WS-BUSINESS-DATE
                       PERFORM WRITE-ONE-ALERT
                   END-IF
               END-PERFORM
               CLOSE ALERT_FILE
           END-IF.

       WRITE-ONE-ALERT.
           COMPUTE WS-DAYS-LEFT = WS-TODAY-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-OP-DUE(WS-OX))
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE WS-OP-DUE(WS-OX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DUE-DISPLAY
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DUE-DISPLAY
           MOVE SPACES TO DSA-KEY
           STRING "DEMANDE RGPD " WS-OP-NO(WS-OX)
               DELIMITED BY SIZE INTO DSA-KEY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "DEMANDE " WS-OP-NO(WS-OX) " TYPE "
               WS-OP-TYPE(WS-OX) " NUMERO " WS-OP-PERSON-ID(WS-OX)
               " ECHUE LE " WS-DUE-DISPLAY " - "
               FUNCTION TRIM(WS-DAYS-DISPLAY) " J DE RETARD - "
               FUNCTION TRIM(WS-OP-HANDLER(WS-OX))
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           MOVE WS-ALERT-TEXT TO DSA-TEXT
           WRITE ALERT_RECORD.
