      * leaves a printed trace. After a proved total the machine
      * asks for the next stack's control total, the way every
      * teller machine worked.
      * Saved tapes : each stack is a tape, numbered from tape_no.ctl
      * when its first line is keyed and written line by line to
      * tape_journal.txt with the operator, the date and the time,
      * so nothing keyed is lost when the session stops. The T line
      * and its proof close the tape ; a tape left without its T is
      * EN COURS. From the first question :
      *   R  reopens a tape still EN COURS - its entries, running
      *      total and control total come back and keying carries on
      *   P  reprints any tape, closed or not, to tape_NNNNNN.prt
      *   J  prints the day's summary (tape_summary.prt) : every tape
      *      with a line keyed that day, its operator, its total and
      *      its proof - EN EQUILIBRE, the over/short amount, SANS
      *      PREUVE, or EN COURS - then the grand total of the closed
      *      tapes and the net over/short, for the till reconciliation
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Adding-pgm.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT JOURNAL_FILE ASSIGN TO "tape_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT NUMBER_FILE ASSIGN TO "tape_no.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

      * One line per tape line keyed, plus an O line opening the tape
      * and an R line each time it is reopened.
       FD  JOURNAL_FILE.
       01  TAPE-JOURNAL-RECORD.
           05 TPJ-TAPE-NO PIC 9(6).
           05 TPJ-TYPE PIC X.
           05 TPJ-AMOUNT PIC 9(8).
           05 TPJ-OPERATOR PIC X(8).
           05 TPJ-DATE PIC 9(8).
           05 TPJ-TIME PIC 9(6).

       FD  NUMBER_FILE.
       01  NUMBER-RECORD.
           05 NBR-LAST-TAPE PIC 9(6).

       WORKING-STORAGE SECTION.
       01 NB1 PIC 99.
       01 NB2 PIC 99.
       01 WS-CONTROL-TOTAL PIC 9(8) VALUE 0.
       01 WS-PROOF-DIFF PIC S9(9) VALUE 0.
       01 WS-DIFF-DISPLAY PIC ZZZZZZZ9.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-NUMBER-FILE-STATUS PIC XX.
       01 WS-JOURNAL-END PIC 9.
       01 WS-OPERATOR PIC X(8).
       01 WS-CURRENT-TAPE PIC 9(6) VALUE 0.
       01 WS-LINE-TYPE PIC X.
       01 WS-LINE-AMOUNT PIC 9(8).
       01 WS-TAPE-NO-INPUT PIC X(8).
       01 WS-WANTED-TAPE PIC 9(6).
       01 WS-WANTED-FOUND PIC X.
           88 WANTED-TAPE-FOUND VALUE "Y".
       01 WS-WANTED-CLOSED PIC X.
           88 WANTED-TAPE-CLOSED VALUE "Y".
       01 WS-WANTED-OPERATOR PIC X(8).
       01 WS-WANTED-DATE PIC 9(8).
       01 WS-NOW.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-DATE-DISPLAY PIC X(10).
       01 WS-SUMMARY-DATE PIC 9(8).
       01 WS-DATE-INPUT PIC X(8).
      * Tapes picked up by a journal scan : those still open, or
      * those with a line on the summary day.
       01 WS-SCAN-MODE PIC X.
           88 SCAN-OPEN-TAPES VALUE "O".
           88 SCAN-DAY-TAPES VALUE "J".
       01 WS-SCAN-TABLE.
           05 WS-SCAN-ENTRY OCCURS 500 TIMES.
               10 WS-SC-TAPE-NO PIC 9(6).
               10 WS-SC-OPERATOR PIC X(8).
               10 WS-SC-DATE PIC 9(8).
               10 WS-SC-CLOSED PIC X.
               10 WS-SC-RUNNING PIC 9(8).
               10 WS-SC-TOTAL PIC 9(8).
               10 WS-SC-PROOF PIC X.
               10 WS-SC-PROOF-AMOUNT PIC 9(8).
       01 WS-SCAN-TALLY PIC 9(3) VALUE 0.
       01 WS-SX PIC 9(3).
       01 WS-SCAN-HIT PIC 9(3).
       01 WS-GRAND-TOTAL PIC 9(10).
       01 WS-OVER-TOTAL PIC 9(10).
       01 WS-SHORT-TOTAL PIC 9(10).
       01 WS-OPEN-COUNT PIC 9(3).
       01 WS-CLOSED-COUNT PIC 9(3).
       01 WS-BIG-DISPLAY PIC Z(9)9.
       01 WS-PROOF-TEXT PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Addition simple (A), bande de caisse (B), "
               "reprise d'une bande (R), reimpression (P) ou "
               "recapitulatif du jour (J) ? ".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN "B"
                   PERFORM TAPE-MODE
                   GOBACK
               WHEN "R"
                   PERFORM RESUME-TAPE
                   GOBACK
               WHEN "P"
                   PERFORM REPRINT-TAPE
                   GOBACK
               WHEN "J"
                   PERFORM DAY-SUMMARY
                   GOBACK
           END-EVALUATE.

           MOVE "N" TO WS-NB-OK.
           PERFORM UNTIL NB-IS-VALID
           GOBACK.

       TAPE-MODE.
           PERFORM START-TAPE-SESSION.
           DISPLAY "MODE BANDE : nombre (0-999999), S = sous-total, "
               "T = total et remise a zero, I = imprimer, F = fin".
           PERFORM PROMPT-CONTROL-TOTAL.
           PERFORM TAPE-LOOP.

       START-TAPE-SESSION.
      * The program is CALLed again and again from Menu.cbl : the
      * session starts from a clean tape each time.
           MOVE "N" TO WS-TAPE-DONE
           MOVE "N" TO WS-PROOF-MODE
           MOVE 0 TO WS-TAPE-TALLY WS-RUNNING-TOTAL WS-CONTROL-TOTAL
           MOVE 0 TO WS-CURRENT-TAPE
           MOVE "tape.prt" TO WS-PRINT-FILENAME
           MOVE SPACES TO WS-OPERATOR
           PERFORM UNTIL WS-OPERATOR NOT = SPACES
               DISPLAY "Code operateur : "
               ACCEPT WS-OPERATOR
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR.

       TAPE-LOOP.
           PERFORM UNTIL TAPE-IS-DONE
               DISPLAY "> "
               ACCEPT WS-TAPE-INPUT
                       PERFORM TAPE-ADD-VALUE
               END-EVALUATE
           END-PERFORM.
           IF WS-CURRENT-TAPE > 0
               DISPLAY "BANDE " WS-CURRENT-TAPE " EN COURS - "
                   "REPRISE POSSIBLE PAR LE CHOIX R"
           END-IF.

       TAPE-ADD-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-TAPE-INPUT) = 0
           END-IF.

       RECORD-TAPE-LINE.
           MOVE "E" TO WS-LINE-TYPE
           MOVE WS-TAPE-VALUE TO WS-LINE-AMOUNT
           PERFORM STORE-TAPE-LINE.

       STORE-TAPE-LINE.
      * The printed tape of the session holds 500 lines ; the journal
      * takes every line whatever.
           IF WS-TAPE-TALLY < 500
               ADD 1 TO WS-TAPE-TALLY
               MOVE WS-LINE-TYPE TO WS-TAPE-TYPE(WS-TAPE-TALLY)
               MOVE WS-LINE-AMOUNT TO WS-TAPE-AMOUNT(WS-TAPE-TALLY)
           ELSE
               IF WS-LINE-TYPE = "E"
                   DISPLAY "BANDE PLEINE, LIGNE NON IMPRIMABLE."
               END-IF
           END-IF
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
      * The first line of a tape takes its number and writes the O
      * line before it. Each line is closed onto the file at once.
           IF WS-CURRENT-TAPE = 0
               PERFORM TAKE-NEXT-TAPE-NUMBER
               MOVE "O" TO TPJ-TYPE
               MOVE 0 TO TPJ-AMOUNT
               PERFORM APPEND-JOURNAL-RECORD
               DISPLAY "  BANDE NUMERO " WS-CURRENT-TAPE
           END-IF
           MOVE WS-LINE-TYPE TO TPJ-TYPE
           MOVE WS-LINE-AMOUNT TO TPJ-AMOUNT
           PERFORM APPEND-JOURNAL-RECORD.

       APPEND-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-TAPE TO TPJ-TAPE-NO
           MOVE WS-OPERATOR TO TPJ-OPERATOR
           MOVE WS-NOW-DATE TO TPJ-DATE
           MOVE WS-NOW-TIME TO TPJ-TIME
           OPEN EXTEND JOURNAL_FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL_FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE tape_journal.txt - STATUS "
                   WS-JOURNAL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               WRITE TAPE-JOURNAL-RECORD
               CLOSE JOURNAL_FILE
           END-IF.

       TAKE-NEXT-TAPE-NUMBER.
           MOVE 0 TO WS-CURRENT-TAPE
           OPEN INPUT NUMBER_FILE
           IF WS-NUMBER-FILE-STATUS = "00"
               READ NUMBER_FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NBR-LAST-TAPE IS NUMERIC
                           MOVE NBR-LAST-TAPE TO WS-CURRENT-TAPE
                       END-IF
               END-READ
               CLOSE NUMBER_FILE
           END-IF
           ADD 1 TO WS-CURRENT-TAPE
           OPEN OUTPUT NUMBER_FILE
           IF WS-NUMBER-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE tape_no.ctl - STATUS "
                   WS-NUMBER-FILE-STATUS
           ELSE
               MOVE WS-CURRENT-TAPE TO NBR-LAST-TAPE
               WRITE NUMBER-RECORD
               CLOSE NUMBER_FILE
           END-IF.

       TAPE-SUBTOTAL.
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  SOUS-TOTAL : " WS-TOTAL-DISPLAY
           MOVE "S" TO WS-LINE-TYPE
           MOVE WS-RUNNING-TOTAL TO WS-LINE-AMOUNT
           PERFORM STORE-TAPE-LINE.

       TAPE-TOTAL-AND-CLEAR.
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  TOTAL : " WS-TOTAL-DISPLAY
           MOVE "T" TO WS-LINE-TYPE
           MOVE WS-RUNNING-TOTAL TO WS-LINE-AMOUNT
           PERFORM STORE-TAPE-LINE
           IF PROOF-IS-ON
               PERFORM PROVE-AGAINST-CONTROL
           END-IF
           DISPLAY "  BANDE " WS-CURRENT-TAPE " ENREGISTREE"
           MOVE 0 TO WS-CURRENT-TAPE
           MOVE 0 TO WS-RUNNING-TOTAL
           IF PROOF-IS-ON
               PERFORM PROMPT-CONTROL-TOTAL
               MOVE FUNCTION NUMVAL(WS-PROOF-INPUT)
                   TO WS-CONTROL-TOTAL
               MOVE "Y" TO WS-PROOF-MODE
               MOVE "C" TO WS-LINE-TYPE
               MOVE WS-CONTROL-TOTAL TO WS-LINE-AMOUNT
               PERFORM STORE-TAPE-LINE
               MOVE WS-CONTROL-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "  CONTROLE : " WS-TOTAL-DISPLAY
           END-IF.
           EVALUATE TRUE
               WHEN WS-PROOF-DIFF = 0
                   DISPLAY "  EN EQUILIBRE"
                   MOVE "B" TO WS-LINE-TYPE
                   MOVE 0 TO WS-LINE-AMOUNT
                   PERFORM STORE-TAPE-LINE
               WHEN WS-PROOF-DIFF > 0
                   MOVE WS-PROOF-DIFF TO WS-DIFF-DISPLAY
                   DISPLAY "  EXCEDENT : " WS-DIFF-DISPLAY
                   MOVE "X" TO WS-LINE-TYPE
                   MOVE WS-PROOF-DIFF TO WS-LINE-AMOUNT
                   PERFORM STORE-TAPE-LINE
               WHEN OTHER
                   COMPUTE WS-PROOF-DIFF = 0 - WS-PROOF-DIFF
                   MOVE WS-PROOF-DIFF TO WS-DIFF-DISPLAY
                   DISPLAY "  MANQUANT : " WS-DIFF-DISPLAY
                   MOVE "M" TO WS-LINE-TYPE
                   MOVE WS-PROOF-DIFF TO WS-LINE-AMOUNT
                   PERFORM STORE-TAPE-LINE
           END-EVALUATE.

       PRINT-TAPE.
           ELSE
               MOVE "BANDE DE CAISSE" TO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-MODE = "P"
                   PERFORM PRINT-REPRINT-HEADING
               END-IF
               MOVE "---------------" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-TX FROM 1 BY 1
                           STRING "M " WS-TOTAL-DISPLAY
                               " MANQUANT"
                               DELIMITED BY SIZE INTO PRINT-LINE
                       WHEN "R"
                           STRING "R " WS-TOTAL-DISPLAY
                               " REPRISE"
                               DELIMITED BY SIZE INTO PRINT-LINE
                   END-EVALUATE
                   WRITE PRINT-LINE
               END-PERFORM
               CLOSE PRINT_FILE
               DISPLAY "BANDE IMPRIMEE : " WS-PRINT-FILENAME
           END-IF.

       PRINT-REPRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           PERFORM FORMAT-WANTED-DATE
           STRING "BANDE " WS-WANTED-TAPE
               " - OPERATEUR " WS-WANTED-OPERATOR
               " - OUVERTE LE " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF NOT WANTED-TAPE-CLOSED
               MOVE "BANDE EN COURS - NON TERMINEE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       FORMAT-WANTED-DATE.
           STRING WS-WANTED-DATE(7:2) "/" WS-WANTED-DATE(5:2) "/"
               WS-WANTED-DATE(1:4)
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

       PROMPT-TAPE-NUMBER.
           MOVE 0 TO WS-WANTED-TAPE
           DISPLAY "Numero de la bande : "
           ACCEPT WS-TAPE-NO-INPUT
           IF FUNCTION TEST-NUMVAL(WS-TAPE-NO-INPUT) = 0
               AND FUNCTION NUMVAL(WS-TAPE-NO-INPUT) > 0
               AND FUNCTION NUMVAL(WS-TAPE-NO-INPUT) <= 999999
               MOVE FUNCTION NUMVAL(WS-TAPE-NO-INPUT) TO WS-WANTED-TAPE
           ELSE
               DISPLAY "NUMERO INVALIDE."
           END-IF.

       LOAD-WANTED-TAPE.
      * Every line of the tape asked for, back into the tape table ;
      * the running total and the control total are rebuilt as they
      * stood when the last line was keyed.
           MOVE "N" TO WS-WANTED-FOUND WS-WANTED-CLOSED
           MOVE "N" TO WS-PROOF-MODE
           MOVE 0 TO WS-TAPE-TALLY WS-RUNNING-TOTAL WS-CONTROL-TOTAL
           OPEN INPUT JOURNAL_FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE 1 TO WS-JOURNAL-END
               PERFORM UNTIL WS-JOURNAL-END = 0
                   READ JOURNAL_FILE
                       AT END
                           MOVE 0 TO WS-JOURNAL-END
                       NOT AT END
                           IF TPJ-TAPE-NO = WS-WANTED-TAPE
                               PERFORM LOAD-WANTED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL_FILE
           END-IF.

       LOAD-WANTED-LINE.
           EVALUATE TPJ-TYPE
               WHEN "O"
                   MOVE "Y" TO WS-WANTED-FOUND
                   MOVE TPJ-OPERATOR TO WS-WANTED-OPERATOR
                   MOVE TPJ-DATE TO WS-WANTED-DATE
               WHEN OTHER
                   IF WS-TAPE-TALLY < 500
                       ADD 1 TO WS-TAPE-TALLY
                       MOVE TPJ-TYPE TO WS-TAPE-TYPE(WS-TAPE-TALLY)
                       IF TPJ-TYPE = "R"
                           MOVE TPJ-DATE
                               TO WS-TAPE-AMOUNT(WS-TAPE-TALLY)
                       ELSE
                           MOVE TPJ-AMOUNT
                               TO WS-TAPE-AMOUNT(WS-TAPE-TALLY)
                       END-IF
                   END-IF
                   EVALUATE TPJ-TYPE
                       WHEN "E"
                           ADD TPJ-AMOUNT TO WS-RUNNING-TOTAL
                       WHEN "C"
                           MOVE TPJ-AMOUNT TO WS-CONTROL-TOTAL
                           MOVE "Y" TO WS-PROOF-MODE
                       WHEN "T"
                           MOVE "Y" TO WS-WANTED-CLOSED
                   END-EVALUATE
           END-EVALUATE.

       RESUME-TAPE.
      * Only a tape still EN COURS can be carried on ; the operator
      * reopening it is journaled with an R line.
           PERFORM START-TAPE-SESSION
           MOVE "O" TO WS-SCAN-MODE
           PERFORM SCAN-TAPE-JOURNAL
           IF WS-SCAN-TALLY = 0
               DISPLAY "AUCUNE BANDE EN COURS."
           ELSE
               DISPLAY "BANDES EN COURS :"
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SCAN-TALLY
                   MOVE WS-SC-RUNNING(WS-SX) TO WS-TOTAL-DISPLAY
                   MOVE WS-SC-DATE(WS-SX) TO WS-WANTED-DATE
                   PERFORM FORMAT-WANTED-DATE
                   DISPLAY "  " WS-SC-TAPE-NO(WS-SX) " "
                       WS-SC-OPERATOR(WS-SX) " " WS-DATE-DISPLAY
                       " TOTAL COURANT " WS-TOTAL-DISPLAY
               END-PERFORM
               PERFORM PROMPT-TAPE-NUMBER
               IF WS-WANTED-TAPE > 0
                   PERFORM LOAD-WANTED-TAPE
                   EVALUATE TRUE
                       WHEN NOT WANTED-TAPE-FOUND
                           DISPLAY "BANDE " WS-WANTED-TAPE
                               " INCONNUE."
                       WHEN WANTED-TAPE-CLOSED
                           DISPLAY "BANDE " WS-WANTED-TAPE
                               " DEJA TERMINEE - REIMPRESSION PAR P."
                       WHEN OTHER
                           PERFORM CONTINUE-WANTED-TAPE
                   END-EVALUATE
               END-IF
           END-IF.

       CONTINUE-WANTED-TAPE.
           MOVE WS-WANTED-TAPE TO WS-CURRENT-TAPE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE "R" TO WS-LINE-TYPE
           MOVE WS-NOW-DATE TO WS-LINE-AMOUNT
           PERFORM STORE-TAPE-LINE
           DISPLAY "REPRISE DE LA BANDE " WS-CURRENT-TAPE
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  TOTAL COURANT : " WS-TOTAL-DISPLAY
           IF PROOF-IS-ON
               MOVE WS-CONTROL-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "  CONTROLE : " WS-TOTAL-DISPLAY
               PERFORM SHOW-REMAINING-DIFFERENCE
           END-IF
           DISPLAY "MODE BANDE : nombre (0-999999), S = sous-total, "
               "T = total et remise a zero, I = imprimer, F = fin"
           PERFORM TAPE-LOOP.

       REPRINT-TAPE.
           PERFORM PROMPT-TAPE-NUMBER
           IF WS-WANTED-TAPE > 0
               PERFORM LOAD-WANTED-TAPE
               IF NOT WANTED-TAPE-FOUND
                   DISPLAY "BANDE " WS-WANTED-TAPE " INCONNUE."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WS-PRINT-FILENAME
                   STRING "tape_" WS-WANTED-TAPE ".prt"
                       DELIMITED BY SIZE INTO WS-PRINT-FILENAME
                   PERFORM PRINT-TAPE
               END-IF
           END-IF.

       SCAN-TAPE-JOURNAL.
      * First pass : which tapes to show - those opened and not yet
      * totalled, or those with a line on the summary day. Second
      * pass : everything about them, earlier days included.
           MOVE 0 TO WS-SCAN-TALLY
           OPEN INPUT JOURNAL_FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE 1 TO WS-JOURNAL-END
               PERFORM UNTIL WS-JOURNAL-END = 0
                   READ JOURNAL_FILE
                       AT END
                           MOVE 0 TO WS-JOURNAL-END
                       NOT AT END
                           PERFORM PICK-SCANNED-TAPE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL_FILE
           END-IF
           IF WS-SCAN-TALLY > 0
               OPEN INPUT JOURNAL_FILE
               MOVE 1 TO WS-JOURNAL-END
               PERFORM UNTIL WS-JOURNAL-END = 0
                   READ JOURNAL_FILE
                       AT END
                           MOVE 0 TO WS-JOURNAL-END
                       NOT AT END
                           PERFORM FIND-SCANNED-TAPE
                           IF WS-SCAN-HIT > 0
                               PERFORM ACCUMULATE-SCANNED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL_FILE
           END-IF.

       PICK-SCANNED-TAPE.
           PERFORM FIND-SCANNED-TAPE
           EVALUATE TRUE
               WHEN SCAN-OPEN-TAPES AND TPJ-TYPE = "O"
                   PERFORM ADD-SCANNED-TAPE
               WHEN SCAN-OPEN-TAPES AND TPJ-TYPE = "T"
                   IF WS-SCAN-HIT > 0
      * Totalled : its place is taken by the last tape listed.
                       MOVE WS-SCAN-ENTRY(WS-SCAN-TALLY)
                           TO WS-SCAN-ENTRY(WS-SCAN-HIT)
                       SUBTRACT 1 FROM WS-SCAN-TALLY
                   END-IF
               WHEN SCAN-DAY-TAPES AND TPJ-DATE = WS-SUMMARY-DATE
                   IF WS-SCAN-HIT = 0
                       PERFORM ADD-SCANNED-TAPE
                   END-IF
           END-EVALUATE.

       ADD-SCANNED-TAPE.
           IF WS-SCAN-TALLY < 500
               ADD 1 TO WS-SCAN-TALLY
               INITIALIZE WS-SCAN-ENTRY(WS-SCAN-TALLY)
               MOVE TPJ-TAPE-NO TO WS-SC-TAPE-NO(WS-SCAN-TALLY)
               MOVE "N" TO WS-SC-CLOSED(WS-SCAN-TALLY)
           ELSE
               DISPLAY "PLUS DE 500 BANDES - BANDE " TPJ-TAPE-NO
                   " NON LISTEE"
           END-IF.

       FIND-SCANNED-TAPE.
           MOVE 0 TO WS-SCAN-HIT
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCAN-TALLY OR WS-SCAN-HIT > 0
               IF WS-SC-TAPE-NO(WS-SX) = TPJ-TAPE-NO
                   MOVE WS-SX TO WS-SCAN-HIT
               END-IF
           END-PERFORM.

       ACCUMULATE-SCANNED-LINE.
           EVALUATE TPJ-TYPE
               WHEN "O"
                   MOVE TPJ-OPERATOR TO WS-SC-OPERATOR(WS-SCAN-HIT)
                   MOVE TPJ-DATE TO WS-SC-DATE(WS-SCAN-HIT)
               WHEN "E"
                   ADD TPJ-AMOUNT TO WS-SC-RUNNING(WS-SCAN-HIT)
               WHEN "T"
                   MOVE "Y" TO WS-SC-CLOSED(WS-SCAN-HIT)
                   MOVE TPJ-AMOUNT TO WS-SC-TOTAL(WS-SCAN-HIT)
               WHEN "B"
               WHEN "X"
               WHEN "M"
                   MOVE TPJ-TYPE TO WS-SC-PROOF(WS-SCAN-HIT)
                   MOVE TPJ-AMOUNT TO WS-SC-PROOF-AMOUNT(WS-SCAN-HIT)
           END-EVALUATE.

       DAY-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW-DATE TO WS-SUMMARY-DATE
           DISPLAY "Date du recapitulatif (AAAAMMJJ, vide = "
               "aujourd'hui) : "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT NOT = SPACES
               IF WS-DATE-INPUT IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DATE-INPUT)) = 0
                   MOVE WS-DATE-INPUT TO WS-SUMMARY-DATE
               ELSE
                   DISPLAY "DATE INVALIDE - RECAPITULATIF DU JOUR."
               END-IF
           END-IF
           MOVE "J" TO WS-SCAN-MODE
           PERFORM SCAN-TAPE-JOURNAL
           MOVE "tape_summary.prt" TO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT_FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM PRINT-DAY-SUMMARY
               CLOSE PRINT_FILE
               DISPLAY "RECAPITULATIF IMPRIME : " WS-PRINT-FILENAME
               IF WS-SCAN-TALLY = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-DAY-SUMMARY.
           MOVE 0 TO WS-GRAND-TOTAL WS-OVER-TOTAL WS-SHORT-TOTAL
           MOVE 0 TO WS-OPEN-COUNT WS-CLOSED-COUNT
           MOVE WS-SUMMARY-DATE TO WS-WANTED-DATE
           PERFORM FORMAT-WANTED-DATE
           MOVE SPACES TO PRINT-LINE
           STRING "RECAPITULATIF DES BANDES DU " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "BANDE  OPERATEUR    TOTAL PREUVE" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "------ -------- -------- ------------------------"
               TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCAN-TALLY
               PERFORM PRINT-SUMMARY-LINE
           END-PERFORM
           MOVE "------ -------- -------- ------------------------"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-GRAND-TOTAL TO WS-BIG-DISPLAY
           STRING "TOTAL GENERAL (" WS-CLOSED-COUNT
               " BANDES TERMINEES) : " WS-BIG-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OVER-TOTAL TO WS-BIG-DISPLAY
           STRING "EXCEDENTS : " WS-BIG-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-SHORT-TOTAL TO WS-BIG-DISPLAY
           STRING " - MANQUANTS : " WS-BIG-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE(23:)
           WRITE PRINT-LINE
           IF WS-OPEN-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               STRING "BANDES EN COURS, HORS TOTAL : " WS-OPEN-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-SUMMARY-LINE.
           MOVE SPACES TO WS-PROOF-TEXT
           IF WS-SC-CLOSED(WS-SX) = "Y"
               ADD 1 TO WS-CLOSED-COUNT
               ADD WS-SC-TOTAL(WS-SX) TO WS-GRAND-TOTAL
               MOVE WS-SC-TOTAL(WS-SX) TO WS-TOTAL-DISPLAY
               MOVE WS-SC-PROOF-AMOUNT(WS-SX) TO WS-DIFF-DISPLAY
               EVALUATE WS-SC-PROOF(WS-SX)
                   WHEN "B"
                       MOVE "EN EQUILIBRE" TO WS-PROOF-TEXT
                   WHEN "X"
                       ADD WS-SC-PROOF-AMOUNT(WS-SX) TO WS-OVER-TOTAL
                       STRING "EXCEDENT " WS-DIFF-DISPLAY
                           DELIMITED BY SIZE INTO WS-PROOF-TEXT
                   WHEN "M"
                       ADD WS-SC-PROOF-AMOUNT(WS-SX) TO WS-SHORT-TOTAL
                       STRING "MANQUANT " WS-DIFF-DISPLAY
                           DELIMITED BY SIZE INTO WS-PROOF-TEXT
                   WHEN OTHER
                       MOVE "SANS PREUVE" TO WS-PROOF-TEXT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-SC-RUNNING(WS-SX) TO WS-TOTAL-DISPLAY
               MOVE "EN COURS" TO WS-PROOF-TEXT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-SC-TAPE-NO(WS-SX) " " WS-SC-OPERATOR(WS-SX) " "
               WS-TOTAL-DISPLAY " " WS-PROOF-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
