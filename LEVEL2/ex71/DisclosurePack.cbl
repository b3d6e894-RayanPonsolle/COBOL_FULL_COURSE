      * answer is one run and provably complete. The search itself
      * is audited (DISCLO), since looking someone up wall to wall
      * is also an access worth tracing. Spooled to disclosure.prt.
      * A person merged by PersonMerge.cbl is searched under every
      * name merge_xref.txt ties together, and the merges themselves
      * are listed as their own section of the dossier.
      * The contact history (contact_history.txt, ContactLog.cbl) is
      * listed under every person number found for those names : each
      * campaign that reached the person with its date, channel and
      * purpose from campaigns.txt, and the NPAI returns and opt-outs
      * booked to it.
      * Once the dossier is printed, the open access requests of the
      * register (dsr_register.txt, DsrRegister.cbl) for the person
      * numbers found, or for the name alone when the requester is
      * not on file, are offered for closing against this run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisclosurePack.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "contact_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CAMPAIGN_FILE ASSIGN TO "campaigns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  AUDIT_LOG.
           COPY AUDITREC.
           05 STV-NOM PIC X(20).
           05 STV-REST PIC X(274).

       FD  XREF_FILE.
           COPY MERGEREC.

       FD  HISTORY_FILE.
           COPY CTHREC.

       FD  CAMPAIGN_FILE.
           COPY CAMPREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-SIDE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-CAMPAIGN-FILE-STATUS PIC XX.
       01  WS-ID-TABLE.
           05 WS-ID-ENTRY PIC 9(6) OCCURS 20 TIMES.
       01  WS-ID-TALLY PIC 9(2) VALUE 0.
       01  WS-IX PIC 9(2).
       01  WS-CHECK-ID PIC 9(6).
       01  WS-ID-LISTED PIC X.
           88 ID-LISTED VALUE "Y".
       01  WS-CAMPAIGN-END PIC 9.
       01  WS-CAMPAIGN-FOUND PIC X.
           88 CAMPAIGN-FOUND VALUE "Y".
       01  WS-EVENT-TEXT PIC X(14).
       01  WS-CHANNEL-TEXT PIC X(8).
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY PIC A(20) OCCURS 20 TIMES.
       01  WS-NAME-TALLY PIC 9(2) VALUE 0.
       01  WS-NX PIC 9(2).
       01  WS-CHECK-NOM PIC X(20).
       01  WS-LISTED PIC X.
           88 NAME-LISTED VALUE "Y".
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "DisclosurePack".
       01  WS-SIGNON-RESULT PIC X.
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-DSR-ACTION PIC X(6) VALUE "OFFER".
       01  WS-DSR-RESULT PIC X.
           COPY DSRREC.
           COPY DSRLIST.

       PROCEDURE DIVISION.
       MAIN.
               PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE 1 TO WS-NAME-TALLY.
           MOVE WS-SEARCH-NOM TO WS-NAME-ENTRY(1).
           PERFORM SEARCH-MERGE-XREF.

           PERFORM SEARCH-LIVE-FILE.
           PERFORM SEARCH-AUDIT-TRAIL.
           PERFORM SEARCH-CONTACT-HISTORY.
           MOVE "purged_people.txt" TO WS-SIDE-FILENAME.
           MOVE "P" TO WS-SIDE-KIND.
           PERFORM SEARCH-SIDE-DATASET.
           PERFORM WRITE-DISCLOSURE-AUDIT.
           DISPLAY "DOSSIER IMPRIME : " WS-PRINT-FILENAME
               " (" WS-TOTAL-COUNT " APPARITION(S))".
           PERFORM CLOSE-ACCESS-REQUESTS.
           IF WS-TOTAL-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE PRINT-LINE.
           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS = "00"
               PERFORM SEARCH-LIVE-NAME
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NAME-TALLY
               CLOSE DATA_FILE
           END-IF.
           PERFORM CLOSE-SECTION.

       SEARCH-LIVE-NAME.
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-NAME-ENTRY(WS-NX) TO NOM
           START DATA_FILE KEY IS = NOM
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF NOM NOT = WS-NAME-ENTRY(WS-NX)
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE PERSON-ID TO WS-CHECK-ID
                           PERFORM ADD-LISTED-ID
                           MOVE SPACES TO PRINT-LINE
                           STRING "  NUMERO " PERSON-ID
                               " AGE " AGE " VILLE " VILLE
                               " ADRESSE " ADR-LIGNE-1
                               " " CODE-POSTAL
                               DELIMITED BY SIZE INTO PRINT-LINE
                           WRITE PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       SEARCH-AUDIT-TRAIL.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO PRINT-LINE.
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE AUD-NOM TO WS-CHECK-NOM
                           PERFORM CHECK-NAME-LISTED
                           IF NAME-LISTED
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO PRINT-LINE
                               STRING "  " AUD-TIMESTAMP " "
                                   AUD-ACTION " PAR " AUD-OPERATOR-ID
                                   " " AUD-NOM
                                   DELIMITED BY SIZE INTO PRINT-LINE
                               WRITE PRINT-LINE
                           END-IF
      * action code, C the first comma-delimited field of the CSV.
           EVALUATE WS-SIDE-KIND
               WHEN "P"
                   MOVE SPV-NOM TO WS-CHECK-NOM
                   PERFORM CHECK-NAME-LISTED
                   IF NAME-LISTED
                       PERFORM PRINT-SIDE-MATCH
                   END-IF
               WHEN "S"
                   MOVE SSV-NOM TO WS-CHECK-NOM
                   PERFORM CHECK-NAME-LISTED
                   IF NAME-LISTED
                       PERFORM PRINT-SIDE-MATCH
                   END-IF
               WHEN "D"
                   MOVE SDV-NOM TO WS-CHECK-NOM
                   PERFORM CHECK-NAME-LISTED
                   IF NAME-LISTED
                       PERFORM PRINT-SIDE-MATCH
                   END-IF
               WHEN "T"
                   MOVE STV-NOM TO WS-CHECK-NOM
                   PERFORM CHECK-NAME-LISTED
                   IF NAME-LISTED
                       PERFORM PRINT-SIDE-MATCH
                   END-IF
               WHEN "C"
                   UNSTRING SIDE-LINE DELIMITED BY ","
                       INTO WS-CSV-NOM
                   END-UNSTRING
                   MOVE WS-CSV-NOM TO WS-CHECK-NOM
                   PERFORM CHECK-NAME-LISTED
                   IF NAME-LISTED
                       PERFORM PRINT-SIDE-MATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SEARCH-MERGE-XREF.
      * Every merge the person took part in, as survivor or as the
      * retired number ; the other name is added to the list the
      * remaining sections search under.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "FUSIONS (merge_xref.txt) :" TO PRINT-LINE.
           WRITE PRINT-LINE.
           OPEN INPUT XREF_FILE.
           IF WS-XREF-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF MXR-NEW-NOM = WS-SEARCH-NOM
                               OR MXR-OLD-NOM = WS-SEARCH-NOM
                               PERFORM PRINT-MERGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
           END-IF.
           PERFORM CLOSE-SECTION.

       PRINT-MERGE-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  NUMERO " MXR-OLD-ID " (" MXR-OLD-NOM
               ") FUSIONNE DANS " MXR-NEW-ID " (" MXR-NEW-NOM
               ") LE " MXR-DATE " PAR " MXR-OPERATOR
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE MXR-OLD-NOM TO WS-CHECK-NOM
           PERFORM ADD-LISTED-NAME
           MOVE MXR-NEW-NOM TO WS-CHECK-NOM
           PERFORM ADD-LISTED-NAME
           MOVE MXR-OLD-ID TO WS-CHECK-ID
           PERFORM ADD-LISTED-ID
           MOVE MXR-NEW-ID TO WS-CHECK-ID
           PERFORM ADD-LISTED-ID.

       ADD-LISTED-ID.
           MOVE "N" TO WS-ID-LISTED
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ID-TALLY
               IF WS-ID-ENTRY(WS-IX) = WS-CHECK-ID
                   MOVE "Y" TO WS-ID-LISTED
               END-IF
           END-PERFORM
           IF NOT ID-LISTED AND WS-ID-TALLY < 20
               ADD 1 TO WS-ID-TALLY
               MOVE WS-CHECK-ID TO WS-ID-ENTRY(WS-ID-TALLY)
           END-IF.

       SEARCH-CONTACT-HISTORY.
      * Every campaign that reached the person, under any of the
      * person numbers found above, with the returns and opt-outs
      * booked to it.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "HISTORIQUE DES CONTACTS (contact_history.txt) :"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-ID-TALLY > 0
               OPEN INPUT HISTORY_FILE
               IF WS-HISTORY-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ HISTORY_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               MOVE CTH-PERSON-ID TO WS-CHECK-ID
                               PERFORM CHECK-ID-LISTED
                               IF ID-LISTED
                                   PERFORM PRINT-CONTACT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY_FILE
               END-IF
           END-IF.
           PERFORM CLOSE-SECTION.

       CHECK-ID-LISTED.
           MOVE "N" TO WS-ID-LISTED
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ID-TALLY
               IF WS-ID-ENTRY(WS-IX) = WS-CHECK-ID
                   MOVE "Y" TO WS-ID-LISTED
               END-IF
           END-PERFORM.

       PRINT-CONTACT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE TRUE
               WHEN CTH-NPAI
                   MOVE "RETOUR NPAI" TO WS-EVENT-TEXT
               WHEN CTH-OPPOSITION
                   MOVE "OPPOSITION" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "ENVOI" TO WS-EVENT-TEXT
           END-EVALUATE
           EVALUATE CTH-CHANNEL
               WHEN "C"
                   MOVE "COURRIER" TO WS-CHANNEL-TEXT
               WHEN "L"
                   MOVE "LETTRE" TO WS-CHANNEL-TEXT
               WHEN "E"
                   MOVE "COURRIEL" TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHANNEL-TEXT
           END-EVALUATE
           PERFORM FIND-CAMPAIGN
           MOVE SPACES TO PRINT-LINE
           STRING "  " CTH-DATE " " WS-EVENT-TEXT " NUMERO "
               CTH-PERSON-ID " CAMPAGNE " CTH-CAMPAIGN-NO " "
               WS-CHANNEL-TEXT " " CMP-PURPOSE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       FIND-CAMPAIGN.
      * A campaign still running, or one stopped short, has no line
      * in the register yet ; its purpose prints blank.
           MOVE "N" TO WS-CAMPAIGN-FOUND
           OPEN INPUT CAMPAIGN_FILE
           IF WS-CAMPAIGN-FILE-STATUS = "00"
               MOVE 1 TO WS-CAMPAIGN-END
               PERFORM UNTIL WS-CAMPAIGN-END = 0 OR CAMPAIGN-FOUND
                   READ CAMPAIGN_FILE
                       AT END
                           MOVE 0 TO WS-CAMPAIGN-END
                       NOT AT END
                           IF CMP-NO = CTH-CAMPAIGN-NO
                               MOVE "Y" TO WS-CAMPAIGN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN_FILE
           END-IF
           IF NOT CAMPAIGN-FOUND
               MOVE SPACES TO CMP-PURPOSE
           END-IF.

       ADD-LISTED-NAME.
           PERFORM CHECK-NAME-LISTED
           IF NOT NAME-LISTED AND WS-NAME-TALLY < 20
               ADD 1 TO WS-NAME-TALLY
               MOVE WS-CHECK-NOM TO WS-NAME-ENTRY(WS-NAME-TALLY)
           END-IF.

       CHECK-NAME-LISTED.
           MOVE "N" TO WS-LISTED
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NAME-TALLY
               IF WS-NAME-ENTRY(WS-NX) = WS-CHECK-NOM
                   MOVE "Y" TO WS-LISTED
               END-IF
           END-PERFORM.

       PRINT-SIDE-MATCH.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO PRINT-LINE
               MOVE SPACES TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE SPACES TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.

       CLOSE-ACCESS-REQUESTS.
      * The dossier answers an access request : each person number
      * found, then the name for a requester unknown to the file.
           MOVE SPACES TO DSR-RECORD
           MOVE "A" TO DSR-TYPE
           MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
           MOVE "DOSSIER DE COMMUNICATION" TO DSR-REASON
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ID-TALLY
               MOVE WS-ID-ENTRY(WS-IX) TO DSR-PERSON-ID
               CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
                   DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
               END-CALL
           END-PERFORM
           MOVE 0 TO DSR-PERSON-ID
           MOVE WS-SEARCH-NOM TO DSR-NOM
           CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
               DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
           END-CALL.
