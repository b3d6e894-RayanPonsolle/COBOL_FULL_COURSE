      ******************************************************************
      * Name : ReceptionReport.cbl
      * Author: RayanPonsolle
      * Daily reception report : the files expected from outside
      * against the files that came, per source, over the register
      * FileReception.cbl keeps (reception_log.txt, RCVREC.cpy).
      * The sources are the lines of reception_sources.txt
      * (RCVSRC.cpy) and the active branch offices of branches.dat,
      * each with its delivery frequency ; a source that registered
      * a file without being listed is shown too, as on demand. For
      * the business date each source gets the files received,
      * accepted, applied, refused and held, the lines of the last
      * accepted file, and a state :
      *   APPLIQUE       a file was received and applied
      *   NON APPLIQUE   accepted but the receiving run did not end
      *   EN ATTENTE     held (empty or short), nothing let through
      *   REFUSE         refused (identical, control file)
      *   MANQUANT       due today by its frequency, nothing came
      * and the last four are flagged "***". The day's register
      * lines follow in arrival order.
      * Run as the RECEPTION step of NightlyBatch.cbl, after the
      * inbound steps. Printed to reception.prt (PRINT_FILE).
      * RETURN-CODE 0, 4 something flagged, 12 register or print
      * file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceptionReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEPTION_LOG ASSIGN TO "reception_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SOURCE_FILE ASSIGN TO "reception_sources.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT BRANCH_MASTER ASSIGN TO WS-BRANCH-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRA-CODE
           FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEPTION_LOG.
           COPY RCVREC.

       FD  SOURCE_FILE.
           COPY RCVSRC.

       FD  BRANCH_MASTER.
           COPY BRANCHREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS PIC XX.
       01  WS-SOURCE-FILE-STATUS PIC XX.
       01  WS-BRANCH-MASTER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-BRANCH-MASTER-NAME PIC X(60) VALUE "branches.dat".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "reception.prt".
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-TODAY-DOW PIC 9(1).
       01  WS-TODAY-DOM PIC 9(2).
       01  WS-FLAG-COUNT PIC 9(4) VALUE 0.
       01  WS-DAY-LINES PIC 9(5) VALUE 0.

      * One entry per source, expected or not.
       01  WS-SOURCE-TABLE.
           05 WS-SR-ENTRY OCCURS 100 TIMES.
               10 WS-SR-SOURCE PIC X(20).
               10 WS-SR-FREQ PIC X.
               10 WS-SR-DAY PIC 9(2).
               10 WS-SR-DUE PIC X.
               10 WS-SR-RECEIVED PIC 9(4).
               10 WS-SR-ACCEPTED PIC 9(4).
               10 WS-SR-APPLIED PIC 9(4).
               10 WS-SR-REFUSED PIC 9(4).
               10 WS-SR-HELD PIC 9(4).
               10 WS-SR-RECORDS PIC 9(9).
       01  WS-SR-TALLY PIC 9(3) VALUE 0.
       01  WS-SX PIC 9(3).
       01  WS-SR-FOUND PIC 9(3).
       01  WS-SR-KEY PIC X(20).

       01  WS-STATE PIC X(14).
       01  WS-FREQ-TEXT PIC X(12).
       01  WS-RESULT-TEXT PIC X(24).
       01  WS-COUNT-DISPLAY PIC ZZZ9.
       01  WS-RECORDS-DISPLAY PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
           COMPUTE WS-TODAY-DOM = FUNCTION MOD(WS-BUSINESS-DATE, 100).

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "reception.prt" TO WS-PRINT-FILENAME
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-SOURCE-TABLE.
           PERFORM LOAD-SOURCES.
           PERFORM LOAD-BRANCHES.
           PERFORM TALLY-RECEPTIONS.
           IF WS-LOG-FILE-STATUS NOT = "00"
               AND WS-LOG-FILE-STATUS NOT = "35"
               CLOSE PRINT_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-HEADING.
           PERFORM PRINT-SOURCES.
           PERFORM PRINT-DAY-DETAIL.
           CLOSE PRINT_FILE.

           DISPLAY "RECEPTION DES FICHIERS : " WS-FLAG-COUNT
               " SOURCE(S) A VOIR - VOIR "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SOURCES.
      * Without reception_sources.txt only the branches are expected.
           OPEN INPUT SOURCE_FILE
           IF WS-SOURCE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ SOURCE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RSR-SOURCE NOT = SPACES
                               AND RSR-SOURCE(1:1) NOT = "*"
                               MOVE RSR-SOURCE TO WS-SR-KEY
                               PERFORM FIND-SOURCE
                               IF WS-SR-FOUND > 0
                                   MOVE RSR-FREQ
                                       TO WS-SR-FREQ(WS-SR-FOUND)
                                   IF RSR-DAY IS NUMERIC
                                       MOVE RSR-DAY
                                           TO WS-SR-DAY(WS-SR-FOUND)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE_FILE
           END-IF.

       LOAD-BRANCHES.
      * branches.dat is optional here as it is for the consolidation.
           OPEN INPUT BRANCH_MASTER
           IF WS-BRANCH-MASTER-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ BRANCH_MASTER NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF BRA-ACTIVE = "A"
                               MOVE SPACES TO WS-SR-KEY
                               STRING "SUCCURSALE " BRA-CODE
                                   DELIMITED BY SIZE INTO WS-SR-KEY
                               PERFORM FIND-SOURCE
                               IF WS-SR-FOUND > 0
                                   MOVE BRA-FREQ
                                       TO WS-SR-FREQ(WS-SR-FOUND)
                                   MOVE BRA-DAY
                                       TO WS-SR-DAY(WS-SR-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH_MASTER
           END-IF.

       TALLY-RECEPTIONS.
           OPEN INPUT RECEPTION_LOG
           EVALUATE WS-LOG-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ RECEPTION_LOG
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               IF RCV-DATE = WS-BUSINESS-DATE
                                   PERFORM TALLY-ONE-RECEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECEPTION_LOG
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERREUR OUVERTURE reception_log.txt - "
                       "STATUS " WS-LOG-FILE-STATUS
           END-EVALUATE.

       TALLY-ONE-RECEPTION.
           ADD 1 TO WS-DAY-LINES
           MOVE RCV-SOURCE TO WS-SR-KEY
           PERFORM FIND-SOURCE
           IF WS-SR-FOUND > 0
               IF NOT RCV-APPLIED
                   ADD 1 TO WS-SR-RECEIVED(WS-SR-FOUND)
               END-IF
               EVALUATE TRUE
                   WHEN RCV-ACCEPTED
                       ADD 1 TO WS-SR-ACCEPTED(WS-SR-FOUND)
                       MOVE RCV-RECORDS TO WS-SR-RECORDS(WS-SR-FOUND)
                   WHEN RCV-APPLIED
                       ADD 1 TO WS-SR-APPLIED(WS-SR-FOUND)
                   WHEN RCV-REFUSED
                       ADD 1 TO WS-SR-REFUSED(WS-SR-FOUND)
                   WHEN RCV-HELD
                       ADD 1 TO WS-SR-HELD(WS-SR-FOUND)
               END-EVALUATE
           END-IF.

       FIND-SOURCE.
      * A source not met yet is added, on demand until its line in
      * reception_sources.txt or branches.dat says otherwise ; past
      * 100 sources the rest go unreported.
           MOVE 0 TO WS-SR-FOUND
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SR-TALLY OR WS-SR-FOUND > 0
               IF WS-SR-SOURCE(WS-SX) = WS-SR-KEY
                   MOVE WS-SX TO WS-SR-FOUND
               END-IF
           END-PERFORM
           IF WS-SR-FOUND = 0 AND WS-SR-TALLY < 100
               ADD 1 TO WS-SR-TALLY
               MOVE WS-SR-KEY TO WS-SR-SOURCE(WS-SR-TALLY)
               MOVE SPACE TO WS-SR-FREQ(WS-SR-TALLY)
               MOVE WS-SR-TALLY TO WS-SR-FOUND
           END-IF.

       PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE
           STRING "RECEPTION DES FICHIERS ENTRANTS   JOURNEE DU "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SOURCES.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "SOURCE                FREQUENCE     ATTENDU  RECUS"
               "  ACCEPTES  APPLIQUES  REFUSES  EN ATTENTE"
               "     LIGNES  ETAT"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SR-TALLY
               PERFORM SET-SOURCE-STATE
               PERFORM PRINT-SOURCE-LINE
           END-PERFORM
           IF WS-SR-TALLY = 0
               MOVE "AUCUNE SOURCE CONNUE ET AUCUN FICHIER RECU."
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SET-SOURCE-STATE.
           MOVE "N" TO WS-SR-DUE(WS-SX)
           EVALUATE WS-SR-FREQ(WS-SX)
               WHEN "D"
                   MOVE "Y" TO WS-SR-DUE(WS-SX)
                   MOVE "QUOTIDIENNE" TO WS-FREQ-TEXT
               WHEN "W"
                   IF WS-SR-DAY(WS-SX) = WS-TODAY-DOW
                       MOVE "Y" TO WS-SR-DUE(WS-SX)
                   END-IF
                   MOVE "HEBDO J" TO WS-FREQ-TEXT
                   MOVE WS-SR-DAY(WS-SX) TO WS-FREQ-TEXT(9:2)
               WHEN "M"
                   IF WS-SR-DAY(WS-SX) = WS-TODAY-DOM
                       MOVE "Y" TO WS-SR-DUE(WS-SX)
                   END-IF
                   MOVE "MENSUEL J" TO WS-FREQ-TEXT
                   MOVE WS-SR-DAY(WS-SX) TO WS-FREQ-TEXT(11:2)
               WHEN OTHER
                   MOVE "A LA DEMANDE" TO WS-FREQ-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-SR-APPLIED(WS-SX) > 0
                   MOVE "APPLIQUE" TO WS-STATE
               WHEN WS-SR-ACCEPTED(WS-SX) > 0
                   MOVE "NON APPLIQUE" TO WS-STATE
               WHEN WS-SR-HELD(WS-SX) > 0
                   MOVE "EN ATTENTE" TO WS-STATE
               WHEN WS-SR-REFUSED(WS-SX) > 0
                   MOVE "REFUSE" TO WS-STATE
               WHEN WS-SR-DUE(WS-SX) = "Y"
                   MOVE "MANQUANT" TO WS-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-STATE
           END-EVALUATE.

       PRINT-SOURCE-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SR-SOURCE(WS-SX) TO PRINT-LINE(1:20)
           MOVE WS-FREQ-TEXT TO PRINT-LINE(23:12)
           IF WS-SR-DUE(WS-SX) = "Y"
               MOVE "OUI" TO PRINT-LINE(37:3)
           ELSE
               MOVE "NON" TO PRINT-LINE(37:3)
           END-IF
           MOVE WS-SR-RECEIVED(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(46:4)
           MOVE WS-SR-ACCEPTED(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(56:4)
           MOVE WS-SR-APPLIED(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(67:4)
           MOVE WS-SR-REFUSED(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(76:4)
           MOVE WS-SR-HELD(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO PRINT-LINE(88:4)
           IF WS-SR-ACCEPTED(WS-SX) > 0
               MOVE WS-SR-RECORDS(WS-SX) TO WS-RECORDS-DISPLAY
               MOVE WS-RECORDS-DISPLAY TO PRINT-LINE(93:9)
           END-IF
           MOVE WS-STATE TO PRINT-LINE(104:14)
           IF WS-STATE NOT = SPACES AND WS-STATE NOT = "APPLIQUE"
               MOVE "***" TO PRINT-LINE(119:3)
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           WRITE PRINT-LINE.

       PRINT-DAY-DETAIL.
      * Read again for the detail, in register order.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "REGISTRE DE LA JOURNEE" TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-DAY-LINES = 0
               MOVE "AUCUN FICHIER RECU." TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "HEURE   SOURCE               FICHIER          "
                   "                 ARRIVE LE    LIGNES  HABITUEL"
                   "  CONTROLE   RESULTAT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               OPEN INPUT RECEPTION_LOG
               IF WS-LOG-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ RECEPTION_LOG
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               IF RCV-DATE = WS-BUSINESS-DATE
                                   PERFORM PRINT-RECEPTION-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECEPTION_LOG
               END-IF
           END-IF.

       PRINT-RECEPTION-LINE.
           EVALUATE RCV-RESULT
               WHEN "A"
                   MOVE "ACCEPTE" TO WS-RESULT-TEXT
               WHEN "F"
                   MOVE "ACCEPTE SUR FORCAGE" TO WS-RESULT-TEXT
               WHEN "T"
                   MOVE "APPLIQUE" TO WS-RESULT-TEXT
               WHEN "D"
                   MOVE "REFUSE : DEJA TRAITE" TO WS-RESULT-TEXT
               WHEN "C"
                   MOVE "REFUSE : CONTROLE" TO WS-RESULT-TEXT
               WHEN "V"
                   MOVE "EN ATTENTE : VIDE" TO WS-RESULT-TEXT
               WHEN "S"
                   MOVE "EN ATTENTE : INCOMPLET" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE RCV-RESULT TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE RCV-TIME(1:2) TO PRINT-LINE(1:2)
           MOVE ":" TO PRINT-LINE(3:1)
           MOVE RCV-TIME(3:2) TO PRINT-LINE(4:2)
           MOVE RCV-SOURCE TO PRINT-LINE(9:20)
           MOVE RCV-FILENAME(1:32) TO PRINT-LINE(30:32)
           IF RCV-ARRIVAL-DATE > 0
               MOVE RCV-ARRIVAL-DATE TO PRINT-LINE(63:8)
           END-IF
           MOVE RCV-RECORDS TO WS-RECORDS-DISPLAY
           MOVE WS-RECORDS-DISPLAY TO PRINT-LINE(72:9)
           IF RCV-USUAL-RECORDS > 0
               MOVE RCV-USUAL-RECORDS TO WS-RECORDS-DISPLAY
               MOVE WS-RECORDS-DISPLAY TO PRINT-LINE(82:9)
           END-IF
           MOVE RCV-CTL-RECORDS TO PRINT-LINE(92:9)
           MOVE WS-RESULT-TEXT TO PRINT-LINE(103:24)
           WRITE PRINT-LINE.
