      ******************************************************************
      * Name : BatchAlert.cbl
      * Author: RayanPonsolle
      * Hands one alert to the site's SMS/e-mail gateway, CALLed by
      * NightlyBatch.cbl when a step ends above the alert threshold,
      * runs past its forecast or stops the run, and once more with
      * the closing message. CALLed with the kind (SEUIL, RETARD,
      * ABANDON, FIN), the step, its RETURN-CODE and the message
      * text ; the run date is the business date.
      * The on-call contact comes from oncall.txt : one line per
      * duty period (from date, to date, name, telephone or
      * address), the last line covering the run date winning so a
      * swap can simply be appended. With no rota line the alert
      * still goes out, addressed to NON DESIGNE, and the console
      * says so.
      * An alert already handed over for the same run date, step,
      * kind and code - a resumed or replayed night - is not sent
      * again : every alert written to the gateway file (ALERTREC.cpy,
      * alerts.out or ALERT_FILE) is also kept in alerts_sent.txt,
      * which the gateway never touches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchAlert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT_FILE ASSIGN TO WS-ALERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT SENT_FILE ASSIGN TO "alerts_sent.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT ROTA_FILE ASSIGN TO "oncall.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT_FILE.
       01  ALERT-FILE-LINE PIC X(176).

       FD  SENT_FILE.
       01  SENT-FILE-LINE PIC X(176).

       FD  ROTA_FILE.
       01  ROTA_RECORD.
           05 ROT-FROM-DATE PIC 9(8).
           05 ROT-TO-DATE PIC 9(8).
           05 ROT-NAME PIC X(20).
           05 ROT-CONTACT PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILENAME PIC X(60) VALUE "alerts.out".
       01  WS-ALERT-FILE-STATUS PIC XX.
       01  WS-SENT-FILE-STATUS PIC XX.
       01  WS-ROTA-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-ALREADY-SENT PIC X.
           88 ALERT-ALREADY-SENT VALUE "Y".
       01  WS-ONCALL-NAME PIC X(20).
       01  WS-ONCALL-CONTACT PIC X(40).
           COPY ALERTREC.

       LINKAGE SECTION.
       01  LK-ALERT-KIND PIC X(8).
       01  LK-STEP-NAME PIC X(20).
       01  LK-STEP-RC PIC 9(4).
       01  LK-ALERT-TEXT PIC X(60).

       PROCEDURE DIVISION USING LK-ALERT-KIND LK-STEP-NAME
               LK-STEP-RC LK-ALERT-TEXT.
       MAIN.
           DISPLAY "ALERT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ALERT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-ALERT-FILENAME = SPACES
               MOVE "alerts.out" TO WS-ALERT-FILENAME
           END-IF.
           CALL "BusinessDate" USING WS-RUN-DATE.

           PERFORM CHECK-ALREADY-SENT.
           IF ALERT-ALREADY-SENT
               DISPLAY "ALERTE DEJA EMISE POUR CE RUN : "
                   FUNCTION TRIM(LK-ALERT-KIND) " "
                   FUNCTION TRIM(LK-STEP-NAME)
           ELSE
               PERFORM FIND-ON-CALL
               PERFORM BUILD-ALERT
               PERFORM SEND-ALERT
           END-IF.
           GOBACK.

       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT
           OPEN INPUT SENT_FILE
           IF WS-SENT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0 OR ALERT-ALREADY-SENT
                   READ SENT_FILE INTO ALERT-RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF ALR-RUN-DATE = WS-RUN-DATE
                               AND ALR-STEP-NAME = LK-STEP-NAME
                               AND ALR-KIND = LK-ALERT-KIND
                               AND ALR-RC = LK-STEP-RC
                               MOVE "Y" TO WS-ALREADY-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT_FILE
           END-IF.

       FIND-ON-CALL.
           MOVE "NON DESIGNE" TO WS-ONCALL-NAME
           MOVE SPACES TO WS-ONCALL-CONTACT
           OPEN INPUT ROTA_FILE
           IF WS-ROTA-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ ROTA_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF ROT-FROM-DATE IS NUMERIC
                               AND ROT-TO-DATE IS NUMERIC
                               AND ROT-FROM-DATE <= WS-RUN-DATE
                               AND ROT-TO-DATE >= WS-RUN-DATE
                               MOVE ROT-NAME TO WS-ONCALL-NAME
                               MOVE ROT-CONTACT TO WS-ONCALL-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROTA_FILE
           END-IF
           IF WS-ONCALL-CONTACT = SPACES
               DISPLAY "AVERTISSEMENT : AUCUNE ASTREINTE DANS "
                   "oncall.txt POUR LE " WS-RUN-DATE
           END-IF.

       BUILD-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           EVALUATE LK-ALERT-KIND
               WHEN "ABANDON"
               WHEN "SEUIL"
                   MOVE "C" TO ALR-SEVERITY
               WHEN "RETARD"
                   MOVE "W" TO ALR-SEVERITY
               WHEN OTHER
                   MOVE "I" TO ALR-SEVERITY
           END-EVALUATE
           MOVE LK-ALERT-KIND TO ALR-KIND
           MOVE WS-RUN-DATE TO ALR-RUN-DATE
           MOVE LK-STEP-NAME TO ALR-STEP-NAME
           MOVE LK-STEP-RC TO ALR-RC
           MOVE WS-ONCALL-NAME TO ALR-CONTACT-NAME
           MOVE WS-ONCALL-CONTACT TO ALR-CONTACT
           MOVE LK-ALERT-TEXT TO ALR-TEXT.

       SEND-ALERT.
      * The gateway file first : an alert that could not be handed
      * over must not be journalled as sent.
           OPEN EXTEND ALERT_FILE
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT_FILE
           END-IF
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-ALERT-FILENAME
                   " - STATUS " WS-ALERT-FILE-STATUS
           ELSE
               WRITE ALERT-FILE-LINE FROM ALERT-RECORD
               CLOSE ALERT_FILE
               OPEN EXTEND SENT_FILE
               IF WS-SENT-FILE-STATUS = "35"
                   OPEN OUTPUT SENT_FILE
               END-IF
               IF WS-SENT-FILE-STATUS NOT = "00"
                   DISPLAY "AVERTISSEMENT : ECRITURE alerts_sent.txt "
                       "IMPOSSIBLE - STATUS " WS-SENT-FILE-STATUS
               ELSE
                   WRITE SENT-FILE-LINE FROM ALERT-RECORD
                   CLOSE SENT_FILE
               END-IF
               DISPLAY "ALERTE " FUNCTION TRIM(ALR-KIND) " EMISE "
                   "VERS " FUNCTION TRIM(WS-ONCALL-NAME) " : "
                   FUNCTION TRIM(ALR-TEXT)
           END-IF.
