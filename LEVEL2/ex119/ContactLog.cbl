      ******************************************************************
      * Name : ContactLog.cbl
      * Author: RayanPonsolle
      * Shared writer of the contact history, CALLed by every
      * outbound program (MailingExtract.cbl, MilestoneReport.cbl,
      * AttestLetter.cbl, EmailExtract.cbl) so that who received
      * which mailing, and when, can be answered from the files
      * rather than from memory. A run opens a campaign, numbered
      * from campaign_no.ctl the way AccessLog.cbl numbers its trail,
      * books one contact_history.txt line (CTHREC.cpy) per person it
      * reaches, and closes the campaign, which appends its line to
      * campaigns.txt (CAMPREC.cpy) with the pieces produced.
      * Contact pressure : a campaign opened with a limit counts,
      * once, every person's contacts over the period asked for, and
      * the extract asks for each candidate whether the limit is
      * already passed.
      * NpaiProcess.cbl books the returns and the do-not-contact
      * entries book the oppositions ; each goes to the person's
      * last campaign before the event (postal campaigns only for a
      * return), so CampaignReport.cbl can count them per campaign.
      * The request block is CTRREQ.cpy. A history that cannot be
      * written is reported but never stops the caller's run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "contact_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CAMPAIGN_FILE ASSIGN TO "campaigns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT NUMBER_FILE ASSIGN TO "campaign_no.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY_FILE.
           COPY CTHREC.

       FD  CAMPAIGN_FILE.
           COPY CAMPREC.

       FD  NUMBER_FILE.
       01  NUMBER_RECORD.
           05 NBR-LAST-CAMPAIGN PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-CAMPAIGN-FILE-STATUS PIC XX.
       01  WS-NUMBER-FILE-STATUS PIC XX.
       01  WS-HISTORY-END PIC 9.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-HISTORY-OPEN PIC X VALUE "N".
           88 HISTORY-IS-OPEN VALUE "Y".
       01  WS-CAMPAIGN-OPEN PIC X VALUE "N".
           88 CAMPAIGN-IS-OPEN VALUE "Y".
       01  WS-CUR-CAMPAIGN.
           05 WS-CUR-NO PIC 9(6).
           05 WS-CUR-DATE PIC 9(8).
           05 WS-CUR-PROGRAM PIC X(20).
           05 WS-CUR-CHANNEL PIC X.
           05 WS-CUR-PURPOSE PIC X(40).
           05 WS-CUR-PERSONS PIC 9(6).
       01  WS-LIMIT PIC 9(3) VALUE 0.
       01  WS-WINDOW-START PIC 9(8).
       01  WS-WINDOW-DAYS PIC S9(8).
       01  WS-PRESSURE-TABLE.
           05 WS-PR-ENTRY OCCURS 5000 TIMES.
               10 WS-PR-PERSON-ID PIC 9(6).
               10 WS-PR-COUNT PIC 9(4).
       01  WS-PR-TALLY PIC 9(4) VALUE 0.
       01  WS-PR-SKIPPED PIC 9(6) VALUE 0.
       01  WS-PX PIC 9(4).
       01  WS-PR-FOUND PIC X.
           88 PR-IS-FOUND VALUE "Y".
       01  WS-LAST-CAMPAIGN PIC 9(6).
       01  WS-LAST-DATE PIC 9(8).
       01  WS-LAST-CHANNEL PIC X.
       01  WS-EVENT PIC X.

       LINKAGE SECTION.
           COPY CTRREQ.

       PROCEDURE DIVISION USING CONTACT-REQUEST.
       MAIN.
           MOVE "Y" TO CTR-RESULT
           EVALUATE CTR-ACTION
               WHEN "OUVRE"
                   PERFORM OPEN-CAMPAIGN
               WHEN "TESTE"
                   PERFORM TEST-PRESSURE
               WHEN "ENVOI"
                   PERFORM BOOK-CONTACT
               WHEN "FERME"
                   PERFORM CLOSE-CAMPAIGN
               WHEN "NPAI"
                   MOVE "N" TO WS-EVENT
                   PERFORM BOOK-EVENT
               WHEN "OPPOSE"
                   MOVE "O" TO WS-EVENT
                   PERFORM BOOK-EVENT
               WHEN OTHER
                   DISPLAY "ContactLog : ACTION INCONNUE " CTR-ACTION
                   MOVE "N" TO CTR-RESULT
           END-EVALUATE.
           GOBACK.

       OPEN-CAMPAIGN.
      * A campaign left open by a run that stopped short is simply
      * dropped : its contact lines stay, its register line is not
      * written.
           IF HISTORY-IS-OPEN
               CLOSE HISTORY_FILE
               MOVE "N" TO WS-HISTORY-OPEN
           END-IF
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF

           MOVE CTR-LIMIT TO WS-LIMIT
           MOVE 0 TO WS-PR-TALLY
           MOVE 0 TO WS-PR-SKIPPED
           IF WS-LIMIT > 0
               PERFORM LOAD-PRESSURE
           END-IF

           PERFORM TAKE-NEXT-NUMBER
           MOVE CTR-DATE TO WS-CUR-DATE
           MOVE CTR-PROGRAM TO WS-CUR-PROGRAM
           MOVE CTR-CHANNEL TO WS-CUR-CHANNEL
           MOVE CTR-PURPOSE TO WS-CUR-PURPOSE
           MOVE 0 TO WS-CUR-PERSONS
           MOVE WS-CUR-NO TO CTR-CAMPAIGN-NO
           MOVE "Y" TO WS-CAMPAIGN-OPEN

           OPEN EXTEND HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY_FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : contact_history.txt "
                   "INDISPONIBLE - STATUS " WS-HISTORY-FILE-STATUS
               MOVE "N" TO CTR-RESULT
           ELSE
               MOVE "Y" TO WS-HISTORY-OPEN
           END-IF
           DISPLAY "CAMPAGNE " WS-CUR-NO " OUVERTE : "
               FUNCTION TRIM(WS-CUR-PURPOSE).

       TAKE-NEXT-NUMBER.
           MOVE 0 TO WS-CUR-NO
           OPEN INPUT NUMBER_FILE
           IF WS-NUMBER-FILE-STATUS = "00"
               READ NUMBER_FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NBR-LAST-CAMPAIGN IS NUMERIC
                           MOVE NBR-LAST-CAMPAIGN TO WS-CUR-NO
                       END-IF
               END-READ
               CLOSE NUMBER_FILE
           END-IF
           ADD 1 TO WS-CUR-NO
           OPEN OUTPUT NUMBER_FILE
           IF WS-NUMBER-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE campaign_no.ctl - STATUS "
                   WS-NUMBER-FILE-STATUS
           ELSE
               MOVE WS-CUR-NO TO NBR-LAST-CAMPAIGN
               WRITE NUMBER_RECORD
               CLOSE NUMBER_FILE
           END-IF.

       LOAD-PRESSURE.
      * Every contact inside the period, counted per person. The
      * period ends on the campaign date and reaches CTR-PERIOD days
      * back (30 when not given).
           IF CTR-PERIOD = 0
               MOVE 30 TO CTR-PERIOD
           END-IF
           COMPUTE WS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(CTR-DATE) - CTR-PERIOD
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-DAYS)
               TO WS-WINDOW-START
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-END
               PERFORM UNTIL WS-HISTORY-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO WS-HISTORY-END
                       NOT AT END
                           IF CTH-ENVOI
                               AND CTH-DATE > WS-WINDOW-START
                               AND CTH-DATE <= CTR-DATE
                               PERFORM COUNT-ONE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF
           IF WS-PR-SKIPPED > 0
               DISPLAY "AVERTISSEMENT : TABLE DES CONTACTS PLEINE, "
                   WS-PR-SKIPPED " CONTACT(S) NON COMPTE(S)"
           END-IF.

       COUNT-ONE-CONTACT.
           MOVE "N" TO WS-PR-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PR-TALLY OR PR-IS-FOUND
               IF WS-PR-PERSON-ID(WS-PX) = CTH-PERSON-ID
                   ADD 1 TO WS-PR-COUNT(WS-PX)
                   MOVE "Y" TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF NOT PR-IS-FOUND
               IF WS-PR-TALLY < 5000
                   ADD 1 TO WS-PR-TALLY
                   MOVE CTH-PERSON-ID TO WS-PR-PERSON-ID(WS-PR-TALLY)
                   MOVE 1 TO WS-PR-COUNT(WS-PR-TALLY)
               ELSE
                   ADD 1 TO WS-PR-SKIPPED
               END-IF
           END-IF.

       TEST-PRESSURE.
           MOVE "N" TO CTR-RESULT
           IF WS-LIMIT > 0
               MOVE "N" TO WS-PR-FOUND
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PR-TALLY OR PR-IS-FOUND
                   IF WS-PR-PERSON-ID(WS-PX) = CTR-PERSON-ID
                       MOVE "Y" TO WS-PR-FOUND
                       IF WS-PR-COUNT(WS-PX) > WS-LIMIT
                           MOVE "Y" TO CTR-RESULT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       BOOK-CONTACT.
           IF NOT CAMPAIGN-IS-OPEN OR NOT HISTORY-IS-OPEN
               MOVE "N" TO CTR-RESULT
           ELSE
               MOVE WS-CUR-NO TO CTH-CAMPAIGN-NO
               MOVE CTR-PERSON-ID TO CTH-PERSON-ID
               MOVE WS-CUR-DATE TO CTH-DATE
               MOVE WS-CUR-CHANNEL TO CTH-CHANNEL
               MOVE "E" TO CTH-EVENT
               WRITE CONTACT-HISTORY-RECORD
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE contact_history.txt "
                       "- STATUS " WS-HISTORY-FILE-STATUS
                   MOVE "N" TO CTR-RESULT
               ELSE
                   ADD 1 TO WS-CUR-PERSONS
               END-IF
           END-IF.

       CLOSE-CAMPAIGN.
           IF NOT CAMPAIGN-IS-OPEN
               MOVE "N" TO CTR-RESULT
           ELSE
               IF HISTORY-IS-OPEN
                   CLOSE HISTORY_FILE
                   MOVE "N" TO WS-HISTORY-OPEN
               END-IF
               OPEN EXTEND CAMPAIGN_FILE
               IF WS-CAMPAIGN-FILE-STATUS = "35"
                   OPEN OUTPUT CAMPAIGN_FILE
               END-IF
               IF WS-CAMPAIGN-FILE-STATUS NOT = "00"
                   DISPLAY "AVERTISSEMENT : campaigns.txt INDISPONIBLE "
                       "- STATUS " WS-CAMPAIGN-FILE-STATUS
                   MOVE "N" TO CTR-RESULT
               ELSE
                   MOVE WS-CUR-NO TO CMP-NO
                   MOVE WS-CUR-DATE TO CMP-DATE
                   MOVE WS-CUR-PROGRAM TO CMP-PROGRAM
                   MOVE WS-CUR-CHANNEL TO CMP-CHANNEL
                   MOVE WS-CUR-PURPOSE TO CMP-PURPOSE
                   MOVE WS-OPERATOR-ID TO CMP-OPERATOR
                   MOVE CTR-PIECES TO CMP-PIECES
                   MOVE WS-CUR-PERSONS TO CMP-PERSONS
                   WRITE CAMPAIGN-RECORD
                   CLOSE CAMPAIGN_FILE
               END-IF
               DISPLAY "CAMPAGNE " WS-CUR-NO " : " CTR-PIECES
                   " PIECE(S), " WS-CUR-PERSONS " PERSONNE(S)"
               MOVE "N" TO WS-CAMPAIGN-OPEN
           END-IF.

       BOOK-EVENT.
      * The event goes to the person's last campaign on or before its
      * date - a postal one for an NPAI return. No such campaign,
      * nothing is booked.
           MOVE 0 TO WS-LAST-CAMPAIGN
           MOVE 0 TO WS-LAST-DATE
           IF HISTORY-IS-OPEN
               MOVE "35" TO WS-HISTORY-FILE-STATUS
           ELSE
               OPEN INPUT HISTORY_FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO WS-HISTORY-END
               PERFORM UNTIL WS-HISTORY-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO WS-HISTORY-END
                       NOT AT END
                           IF CTH-ENVOI
                               AND CTH-PERSON-ID = CTR-PERSON-ID
                               AND CTH-DATE <= CTR-DATE
                               AND CTH-DATE >= WS-LAST-DATE
                               AND (WS-EVENT = "O"
                                   OR CTH-CHANNEL NOT = "E")
                               MOVE CTH-CAMPAIGN-NO
                                   TO WS-LAST-CAMPAIGN
                               MOVE CTH-DATE TO WS-LAST-DATE
                               MOVE CTH-CHANNEL TO WS-LAST-CHANNEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF
           IF WS-LAST-CAMPAIGN = 0
               MOVE "N" TO CTR-RESULT
           ELSE
               OPEN EXTEND HISTORY_FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "AVERTISSEMENT : contact_history.txt "
                       "INDISPONIBLE - STATUS " WS-HISTORY-FILE-STATUS
                   MOVE "N" TO CTR-RESULT
               ELSE
                   MOVE WS-LAST-CAMPAIGN TO CTH-CAMPAIGN-NO
                   MOVE CTR-PERSON-ID TO CTH-PERSON-ID
                   MOVE CTR-DATE TO CTH-DATE
                   MOVE WS-LAST-CHANNEL TO CTH-CHANNEL
                   MOVE WS-EVENT TO CTH-EVENT
                   WRITE CONTACT-HISTORY-RECORD
                   CLOSE HISTORY_FILE
                   MOVE WS-LAST-CAMPAIGN TO CTR-CAMPAIGN-NO
               END-IF
           END-IF.
