      ******************************************************************
      * Name : VerifyFollowUp.cbl
      * Author: RayanPonsolle
      * Follow-up of the yearly "check your details" campaign from
      * verif_register.txt (VRFREC.cpy), kept by VerifyMailing.cbl
      * and VerifyResponse.cbl. The campaign is the last year on the
      * register unless VERIFY_YEAR names another.
      * The first page gives per VILLE the statements sent, the
      * answers received - confirmed unchanged, corrected, or with
      * corrections rejected - the statements still unanswered and
      * the response rate (answers over statements sent), with the
      * people not written to, and the same for the whole file with
      * the dates of birth confirmed.
      * The list that follows names every person whose data is still
      * unconfirmed, VILLE by VILLE : unanswered with the days since
      * the statement was sent, corrections rejected with the
      * reason (a new slip may be keyed), and not sent with the
      * reason, so the desk can chase them by telephone or put the
      * address right and reprint (VERIFY_PERSON).
      * Printed to verify_followup.prt (PRINT_FILE). RETURN-CODE 0,
      * 12 no campaign on the register or print file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyFollowUp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "verif_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY VRFREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "verify_followup.prt".
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-YEAR-INPUT PIC X(4).
       01  WS-CAMPAIGN-YEAR PIC 9(4) VALUE 0.

      * Counts per VILLE ; the last line of the table is the total.
       01  WS-VILLE-TABLE.
           05 WS-VT-ENTRY OCCURS 501 TIMES.
               10 WS-VT-VILLE PIC A(20).
               10 WS-VT-SENT PIC 9(6).
               10 WS-VT-CONFIRMED PIC 9(6).
               10 WS-VT-CORRECTED PIC 9(6).
               10 WS-VT-REJECTED PIC 9(6).
               10 WS-VT-UNANSWERED PIC 9(6).
               10 WS-VT-NOT-SENT PIC 9(6).
       01  WS-VT-COUNT PIC 9(3) VALUE 0.
       01  WS-VT-TOTAL PIC 9(3) VALUE 501.
       01  WS-VX PIC 9(3).
       01  WS-VY PIC 9(3).
       01  WS-VT-FOUND PIC 9(3).
       01  WS-SWAP-ENTRY PIC X(56).
       01  WS-VT-OVERFLOW PIC X VALUE "N".
       01  WS-DOB-CONFIRMED-COUNT PIC 9(6) VALUE 0.
       01  WS-ANSWERED PIC 9(6).
       01  WS-RATE PIC 9(3)V9.
       01  WS-RATE-DISPLAY PIC ZZ9.9.
       01  WS-NUM-1 PIC Z(5)9.
       01  WS-NUM-2 PIC Z(5)9.
       01  WS-NUM-3 PIC Z(5)9.
       01  WS-NUM-4 PIC Z(5)9.
       01  WS-NUM-5 PIC Z(5)9.
       01  WS-NUM-6 PIC Z(5)9.

      * Unconfirmed list.
       01  WS-LIST-VILLE PIC A(20).
       01  WS-LIST-COUNT PIC 9(6) VALUE 0.
       01  WS-DAYS PIC S9(6).
       01  WS-DAYS-DISPLAY PIC Z(4)9.
       01  WS-STATE-TEXT PIC X(14).
       01  WS-DETAIL-TEXT PIC X(40).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "verify_followup.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "VERIFY_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-YEAR-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-YEAR-INPUT IS NUMERIC
               MOVE WS-YEAR-INPUT TO WS-CAMPAIGN-YEAR
           END-IF.

           OPEN INPUT REGISTER_FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRE verif_register.txt ABSENT - STATUS "
                   WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CAMPAIGN-YEAR = 0
               PERFORM FIND-LAST-CAMPAIGN
           END-IF.
           INITIALIZE WS-VT-ENTRY(WS-VT-TOTAL).
           MOVE "TOTAL" TO WS-VT-VILLE(WS-VT-TOTAL).
           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ REGISTER_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF VRF-YEAR = WS-CAMPAIGN-YEAR
                           PERFORM COUNT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER_FILE.

           IF WS-VT-COUNT = 0
               DISPLAY "AUCUN RELEVE AU REGISTRE POUR LA CAMPAGNE "
                   WS-CAMPAIGN-YEAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-VILLES.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-RATES.
           PERFORM PRINT-UNCONFIRMED.
           CLOSE PRINT_FILE.

           MOVE WS-VT-SENT(WS-VT-TOTAL) TO WS-NUM-1.
           DISPLAY "CAMPAGNE " WS-CAMPAIGN-YEAR " : "
               FUNCTION TRIM(WS-NUM-1) " RELEVE(S) ENVOYE(S), TAUX "
               "DE REPONSE " FUNCTION TRIM(WS-RATE-DISPLAY) " %".
           MOVE WS-LIST-COUNT TO WS-NUM-1.
           DISPLAY FUNCTION TRIM(WS-NUM-1)
               " PERSONNE(S) NON CONFIRMEE(S), LISTE DANS "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           GOBACK.

       FIND-LAST-CAMPAIGN.
           MOVE 1 TO FILE-END
           PERFORM UNTIL FILE-END = 0
               READ REGISTER_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF VRF-YEAR > WS-CAMPAIGN-YEAR
                           MOVE VRF-YEAR TO WS-CAMPAIGN-YEAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER_FILE
           OPEN INPUT REGISTER_FILE.

       COUNT-ONE-ENTRY.
           MOVE 0 TO WS-VT-FOUND
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VT-COUNT OR WS-VT-FOUND > 0
               IF WS-VT-VILLE(WS-VX) = VRF-VILLE
                   MOVE WS-VX TO WS-VT-FOUND
               END-IF
           END-PERFORM
           IF WS-VT-FOUND = 0
               IF WS-VT-COUNT < 500
                   ADD 1 TO WS-VT-COUNT
                   MOVE WS-VT-COUNT TO WS-VT-FOUND
                   INITIALIZE WS-VT-ENTRY(WS-VT-FOUND)
                   MOVE VRF-VILLE TO WS-VT-VILLE(WS-VT-FOUND)
               ELSE
                   IF WS-VT-OVERFLOW = "N"
                       DISPLAY "AVERTISSEMENT : 500 VILLES AU PLUS, "
                           "LES SUIVANTES AU TOTAL SEULEMENT"
                       MOVE "Y" TO WS-VT-OVERFLOW
                   END-IF
               END-IF
           END-IF
           IF WS-VT-FOUND > 0
               MOVE WS-VT-FOUND TO WS-VX
               PERFORM ADD-ENTRY-COUNTS
           END-IF
           MOVE WS-VT-TOTAL TO WS-VX
           PERFORM ADD-ENTRY-COUNTS
           IF VRF-DOB-CONFIRMED = "O"
               ADD 1 TO WS-DOB-CONFIRMED-COUNT
           END-IF.

       ADD-ENTRY-COUNTS.
           IF NOT VRF-NOT-SENT
               ADD 1 TO WS-VT-SENT(WS-VX)
           END-IF
           EVALUATE TRUE
               WHEN VRF-SENT
                   ADD 1 TO WS-VT-UNANSWERED(WS-VX)
               WHEN VRF-CONFIRMED
                   ADD 1 TO WS-VT-CONFIRMED(WS-VX)
               WHEN VRF-CORRECTED
                   ADD 1 TO WS-VT-CORRECTED(WS-VX)
               WHEN VRF-REJECTED
                   ADD 1 TO WS-VT-REJECTED(WS-VX)
               WHEN OTHER
                   ADD 1 TO WS-VT-NOT-SENT(WS-VX)
           END-EVALUATE.

       SORT-VILLES.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX >= WS-VT-COUNT
               PERFORM VARYING WS-VY FROM WS-VX BY 1
                       UNTIL WS-VY > WS-VT-COUNT
                   IF WS-VT-VILLE(WS-VY) < WS-VT-VILLE(WS-VX)
                       MOVE WS-VT-ENTRY(WS-VX) TO WS-SWAP-ENTRY
                       MOVE WS-VT-ENTRY(WS-VY) TO WS-VT-ENTRY(WS-VX)
                       MOVE WS-SWAP-ENTRY TO WS-VT-ENTRY(WS-VY)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-RATES.
           MOVE SPACES TO PRINT-LINE
           STRING "VERIFICATION DES DONNEES - CAMPAGNE "
               WS-CAMPAIGN-YEAR " - SUIVI AU " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "VILLE                 ENVOYES CONFIRM. CORRIGES "
               "REJETES  SANS REP.  TAUX %  NON ENV."
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE(1:95)
           WRITE PRINT-LINE
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-VT-COUNT
               PERFORM PRINT-RATE-LINE
           END-PERFORM
           MOVE ALL "-" TO PRINT-LINE(1:95)
           WRITE PRINT-LINE
           MOVE WS-VT-TOTAL TO WS-VX
           PERFORM PRINT-RATE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DOB-CONFIRMED-COUNT TO WS-NUM-1
           MOVE SPACES TO PRINT-LINE
           STRING "DATES DE NAISSANCE CONFIRMEES PAR LES PERSONNES : "
               WS-NUM-1
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-RATE-LINE.
           COMPUTE WS-ANSWERED = WS-VT-CONFIRMED(WS-VX)
               + WS-VT-CORRECTED(WS-VX) + WS-VT-REJECTED(WS-VX)
           IF WS-VT-SENT(WS-VX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-ANSWERED * 100 / WS-VT-SENT(WS-VX)
           ELSE
               MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO WS-RATE-DISPLAY
           MOVE WS-VT-SENT(WS-VX) TO WS-NUM-1
           MOVE WS-VT-CONFIRMED(WS-VX) TO WS-NUM-2
           MOVE WS-VT-CORRECTED(WS-VX) TO WS-NUM-3
           MOVE WS-VT-REJECTED(WS-VX) TO WS-NUM-4
           MOVE WS-VT-UNANSWERED(WS-VX) TO WS-NUM-5
           MOVE WS-VT-NOT-SENT(WS-VX) TO WS-NUM-6
           MOVE SPACES TO PRINT-LINE
           STRING WS-VT-VILLE(WS-VX) "  " WS-NUM-1 "   " WS-NUM-2
               "   " WS-NUM-3 "  " WS-NUM-4 "    " WS-NUM-5
               "   " WS-RATE-DISPLAY "   " WS-NUM-6
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-UNCONFIRMED.
      * One pass of the register per VILLE keeps the list in VILLE
      * order without sorting the register itself.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PERSONNES DONT LES DONNEES RESTENT A CONFIRMER"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "NUMERO NOM                  ETAT           "
               "DETAIL"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE(1:95)
           WRITE PRINT-LINE
           PERFORM VARYING WS-VY FROM 1 BY 1
                   UNTIL WS-VY > WS-VT-COUNT
               IF WS-VT-UNANSWERED(WS-VY) > 0
                   OR WS-VT-REJECTED(WS-VY) > 0
                   OR WS-VT-NOT-SENT(WS-VY) > 0
                   MOVE WS-VT-VILLE(WS-VY) TO WS-LIST-VILLE
                   PERFORM LIST-ONE-VILLE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIST-COUNT TO WS-NUM-1
           MOVE SPACES TO PRINT-LINE
           STRING "PERSONNES NON CONFIRMEES : " WS-NUM-1
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       LIST-ONE-VILLE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "VILLE : " WS-LIST-VILLE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF VRF-YEAR = WS-CAMPAIGN-YEAR
                               AND VRF-VILLE = WS-LIST-VILLE
                               AND (VRF-SENT OR VRF-REJECTED
                                   OR VRF-NOT-SENT)
                               PERFORM PRINT-UNCONFIRMED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF.

       PRINT-UNCONFIRMED-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-DETAIL-TEXT
           EVALUATE TRUE
               WHEN VRF-SENT
                   MOVE "SANS REPONSE" TO WS-STATE-TEXT
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(VRF-SENT-DATE)
                   MOVE WS-DAYS TO WS-DAYS-DISPLAY
                   STRING "ENVOYE IL Y A "
                       FUNCTION TRIM(WS-DAYS-DISPLAY) " JOUR(S)"
                       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               WHEN VRF-REJECTED
                   MOVE "REJETE" TO WS-STATE-TEXT
                   MOVE VRF-REASON TO WS-DETAIL-TEXT
               WHEN OTHER
                   MOVE "NON ENVOYE" TO WS-STATE-TEXT
                   MOVE VRF-REASON TO WS-DETAIL-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           STRING VRF-PERSON-ID " " VRF-NOM " " WS-STATE-TEXT " "
               WS-DETAIL-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
