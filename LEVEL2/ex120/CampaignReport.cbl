      ******************************************************************
      * Name : CampaignReport.cbl
      * Author: RayanPonsolle
      * Campaign report over the contact history : one line per
      * campaign registered in campaigns.txt (CAMPREC.cpy) by the
      * outbound programs through ContactLog.cbl - number, date,
      * program, channel and purpose, the pieces produced and the
      * people reached, then the NPAI returns NpaiProcess.cbl booked
      * to it and the do-not-contact requests that followed it, both
      * tallied from contact_history.txt (CTHREC.cpy). The return
      * and opt-out rates are taken on the people reached. History
      * lines of a campaign with no register line - a run stopped
      * before it closed its campaign - are counted apart at the
      * foot. Spooled to campaign_report.prt.
      * RETURN-CODE 0 printed, 4 no campaign registered, 12 file
      * error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN_FILE ASSIGN TO "campaigns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "contact_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN_FILE.
           COPY CAMPREC.

       FD  HISTORY_FILE.
           COPY CTHREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "campaign_report.prt".
       01  WS-CAMPAIGN-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-CAMPAIGN-TABLE.
           05 WS-CP-ENTRY OCCURS 2000 TIMES.
               10 WS-CP-NO PIC 9(6).
               10 WS-CP-DATE PIC 9(8).
               10 WS-CP-PROGRAM PIC X(20).
               10 WS-CP-CHANNEL PIC X.
               10 WS-CP-PURPOSE PIC X(40).
               10 WS-CP-PIECES PIC 9(6).
               10 WS-CP-PERSONS PIC 9(6).
               10 WS-CP-NPAI PIC 9(6).
               10 WS-CP-OPPOSE PIC 9(6).
       01  WS-CP-TALLY PIC 9(4) VALUE 0.
       01  WS-CP-SKIPPED PIC 9(6) VALUE 0.
       01  WS-CX PIC 9(4).
       01  WS-FOUND PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01  WS-UNREGISTERED-COUNT PIC 9(6) VALUE 0.
       01  WS-TOTALS.
           05 WS-TOT-PIECES PIC 9(8) VALUE 0.
           05 WS-TOT-PERSONS PIC 9(8) VALUE 0.
           05 WS-TOT-NPAI PIC 9(8) VALUE 0.
           05 WS-TOT-OPPOSE PIC 9(8) VALUE 0.
       01  WS-CHANNEL-TEXT PIC X(8).
       01  WS-RATE-W PIC 9(3)V9.
       01  WS-PIECES-EDIT PIC ZZZZZ9.
       01  WS-PERSONS-EDIT PIC ZZZZZ9.
       01  WS-NPAI-EDIT PIC ZZZZZ9.
       01  WS-OPPOSE-EDIT PIC ZZZZZ9.
       01  WS-NPAI-RATE-EDIT PIC ZZ9.9.
       01  WS-OPPOSE-RATE-EDIT PIC ZZ9.9.
       01  WS-TOT-PIECES-EDIT PIC ZZZZZZZ9.
       01  WS-TOT-PERSONS-EDIT PIC ZZZZZZZ9.
       01  WS-TOT-NPAI-EDIT PIC ZZZZZZZ9.
       01  WS-TOT-OPPOSE-EDIT PIC ZZZZZZZ9.
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY
           STRING WS-MM "/" WS-DD "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "campaign_report.prt" TO WS-PRINT-FILENAME
           END-IF.

           PERFORM LOAD-CAMPAIGNS.
           PERFORM TALLY-HISTORY.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CP-TALLY
               PERFORM PRINT-CAMPAIGN-LINE
           END-PERFORM.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE PRINT_FILE.

           DISPLAY "ETAT DES CAMPAGNES : " WS-CP-TALLY
               " CAMPAGNE(S) DANS " FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-CP-TALLY = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-CAMPAIGNS.
      * No register yet simply means no campaign has been run.
           OPEN INPUT CAMPAIGN_FILE
           IF WS-CAMPAIGN-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CAMPAIGN_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM STORE-CAMPAIGN
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN_FILE
           END-IF
           IF WS-CP-SKIPPED > 0
               DISPLAY "AVERTISSEMENT : TABLE DES CAMPAGNES PLEINE, "
                   WS-CP-SKIPPED " CAMPAGNE(S) NON CHARGEE(S)"
           END-IF.

       STORE-CAMPAIGN.
           IF WS-CP-TALLY < 2000
               ADD 1 TO WS-CP-TALLY
               MOVE CMP-NO TO WS-CP-NO(WS-CP-TALLY)
               MOVE CMP-DATE TO WS-CP-DATE(WS-CP-TALLY)
               MOVE CMP-PROGRAM TO WS-CP-PROGRAM(WS-CP-TALLY)
               MOVE CMP-CHANNEL TO WS-CP-CHANNEL(WS-CP-TALLY)
               MOVE CMP-PURPOSE TO WS-CP-PURPOSE(WS-CP-TALLY)
               MOVE CMP-PIECES TO WS-CP-PIECES(WS-CP-TALLY)
               MOVE CMP-PERSONS TO WS-CP-PERSONS(WS-CP-TALLY)
               MOVE 0 TO WS-CP-NPAI(WS-CP-TALLY)
               MOVE 0 TO WS-CP-OPPOSE(WS-CP-TALLY)
           ELSE
               ADD 1 TO WS-CP-SKIPPED
           END-IF.

       TALLY-HISTORY.
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM TALLY-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       TALLY-ONE-EVENT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CP-TALLY OR ENTRY-FOUND
               IF WS-CP-NO(WS-CX) = CTH-CAMPAIGN-NO
                   MOVE "Y" TO WS-FOUND
                   EVALUATE TRUE
                       WHEN CTH-NPAI
                           ADD 1 TO WS-CP-NPAI(WS-CX)
                       WHEN CTH-OPPOSITION
                           ADD 1 TO WS-CP-OPPOSE(WS-CX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNREGISTERED-COUNT
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "ETAT DES CAMPAGNES DE CONTACT" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "NUMERO DATE     PROGRAMME            CANAL    "
               "OBJET                                    "
               "PIECES PERSON   NPAI     % OPPOS.     %"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-CAMPAIGN-LINE.
           EVALUATE WS-CP-CHANNEL(WS-CX)
               WHEN "C"
                   MOVE "COURRIER" TO WS-CHANNEL-TEXT
               WHEN "L"
                   MOVE "LETTRE" TO WS-CHANNEL-TEXT
               WHEN "E"
                   MOVE "COURRIEL" TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHANNEL-TEXT
           END-EVALUATE
           MOVE WS-CP-PIECES(WS-CX) TO WS-PIECES-EDIT
           MOVE WS-CP-PERSONS(WS-CX) TO WS-PERSONS-EDIT
           MOVE WS-CP-NPAI(WS-CX) TO WS-NPAI-EDIT
           MOVE WS-CP-OPPOSE(WS-CX) TO WS-OPPOSE-EDIT
           IF WS-CP-PERSONS(WS-CX) > 0
               COMPUTE WS-RATE-W ROUNDED =
                   WS-CP-NPAI(WS-CX) * 100 / WS-CP-PERSONS(WS-CX)
               MOVE WS-RATE-W TO WS-NPAI-RATE-EDIT
               COMPUTE WS-RATE-W ROUNDED =
                   WS-CP-OPPOSE(WS-CX) * 100 / WS-CP-PERSONS(WS-CX)
               MOVE WS-RATE-W TO WS-OPPOSE-RATE-EDIT
           ELSE
               MOVE 0 TO WS-NPAI-RATE-EDIT
               MOVE 0 TO WS-OPPOSE-RATE-EDIT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-CP-NO(WS-CX) " " WS-CP-DATE(WS-CX) " "
               WS-CP-PROGRAM(WS-CX) " " WS-CHANNEL-TEXT " "
               WS-CP-PURPOSE(WS-CX) " " WS-PIECES-EDIT " "
               WS-PERSONS-EDIT " " WS-NPAI-EDIT " " WS-NPAI-RATE-EDIT
               " " WS-OPPOSE-EDIT " " WS-OPPOSE-RATE-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-CP-PIECES(WS-CX) TO WS-TOT-PIECES
           ADD WS-CP-PERSONS(WS-CX) TO WS-TOT-PERSONS
           ADD WS-CP-NPAI(WS-CX) TO WS-TOT-NPAI
           ADD WS-CP-OPPOSE(WS-CX) TO WS-TOT-OPPOSE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOT-PIECES TO WS-TOT-PIECES-EDIT.
           MOVE WS-TOT-PERSONS TO WS-TOT-PERSONS-EDIT.
           MOVE WS-TOT-NPAI TO WS-TOT-NPAI-EDIT.
           MOVE WS-TOT-OPPOSE TO WS-TOT-OPPOSE-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOTAL : " WS-CP-TALLY " CAMPAGNE(S) - PIECES "
               WS-TOT-PIECES-EDIT " - PERSONNES " WS-TOT-PERSONS-EDIT
               " - NPAI " WS-TOT-NPAI-EDIT
               " - OPPOSITIONS " WS-TOT-OPPOSE-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-UNREGISTERED-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               STRING "LIGNES D'HISTORIQUE SANS CAMPAGNE AU REGISTRE "
                   "(EXECUTION INTERROMPUE) : " WS-UNREGISTERED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
