      * ABSENT in the table of contents and skipped, so the pack
      * still builds on nights when a step did not run. One print
      * job to the shop printer instead of four stapled by hand.
      * The legal-representative check (guardian_check.prt) rides
      * just ahead of the exceptions dashboard, after the night's
      * dated changes (effective_changes.prt) : what was applied,
      * what failed and what comes due within the week.
      * When distribution.txt (DISTREC.cpy) is on hand the night's
      * datasets are also burst into one pack per recipient,
      * pack_<code>.prt, each with its own cover and table of
      * contents and only the sections the recipient is down for.
      * A recipient restricted to some towns - by VILLE, by region
      * through cities.dat, or by BRANCH-CODE through the towns the
      * branch's people live in - receives the town-grouped reports
      * cut down to those towns : in people_report.prt the pages
      * carrying none of its towns are left out and the other towns'
      * lines dropped from the pages it keeps, and in both that
      * report and daily_stats.prt only its towns' lines of the
      * VILLE subtotals are kept. The totals stay whole. Who got
      * what is appended to distribution_log.txt and printed as the
      * last section of report_pack.prt, the distribution journal,
      * so the collated pack carries its own audit trail. Without
      * distribution.txt the run is the single collated pack as
      * before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportPack.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACK-FILE-STATUS.

           SELECT DIST_FILE ASSIGN TO WS-DIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-FILE-STATUS.

           SELECT RECIP_FILE ASSIGN TO WS-RECIP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIP-FILE-STATUS.

           SELECT DLOG_FILE ASSIGN TO "distribution_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLOG-FILE-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-CITY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CITY-NOM
           FILE STATUS IS WS-CITY-FILE-STATUS.

           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION_FILE.
       FD  PACK_FILE.
       01  PACK-LINE PIC X(132).

       FD  DIST_FILE.
           COPY DISTREC.

       FD  RECIP_FILE.
       01  RECIP-LINE PIC X(132).

       FD  DLOG_FILE.
       01  DLOG-RECORD.
           05 DLG-RUN-DATE PIC 9(8).
           05 DLG-RECIPIENT PIC X(8).
           05 DLG-SECTION PIC X(30).
           05 DLG-SCOPE-TYPE PIC X.
           05 DLG-LINES PIC 9(6).
           05 DLG-PAGES PIC 9(4).
           05 DLG-PACK PIC X(30).

       FD  CITY_FILE.
           COPY CITYREC.

       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       WORKING-STORAGE SECTION.
       01  WS-SECTION-FILENAME PIC X(60).
       01  WS-SECTION-FILE-STATUS PIC XX.
           05 FILLER PIC X(60) VALUE "ageband_report.prt".
           05 FILLER PIC X(60) VALUE "daily_stats.prt".
           05 FILLER PIC X(60) VALUE "filehandling.prt".
           05 FILLER PIC X(60) VALUE "effective_changes.prt".
           05 FILLER PIC X(60) VALUE "guardian_check.prt".
           05 FILLER PIC X(60) VALUE "exceptions.prt".
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-LIST.
           05 WS-SECTION-NAME PIC X(60) OCCURS 7 TIMES.
       01  WS-SECTION-COUNT PIC 9(2) VALUE 7.
      * How each section is cut for a town-restricted recipient :
      * P per-person pages (people_report.prt) with VILLE subtotals,
      * S VILLE subtotals only, N not town-grouped, sent whole.
       01  WS-SECTION-TOWN-LIST.
           05 FILLER PIC X VALUE "P".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X VALUE "N".
       01  WS-SECTION-TOWN-TABLE REDEFINES WS-SECTION-TOWN-LIST.
           05 WS-SECT-TOWN PIC X OCCURS 7 TIMES.
       01  WS-SECTION-STATS.
           05 WS-SECTION-ENTRY OCCURS 7 TIMES.
               10 WS-SECT-PRESENT PIC X.
               10 WS-SECT-LINES PIC 9(6).
               10 WS-SECT-PAGES PIC 9(4).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-BUSINESS-DATE PIC 9(8).

       01  WS-DIST-FILENAME PIC X(60) VALUE "distribution.txt".
       01  WS-DIST-FILE-STATUS PIC XX.
       01  WS-RECIP-FILENAME PIC X(60).
       01  WS-RECIP-FILE-STATUS PIC XX.
       01  WS-DLOG-FILE-STATUS PIC XX.
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-CITY-FILE-STATUS PIC XX.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-DIST-END PIC 9.
       01  WS-REF-END PIC 9.
       01  WS-DIST-PRESENT PIC X VALUE "N".
           88 DISTRIBUTION-ON-HAND VALUE "Y".
       01  WS-RECIPIENT-COUNT PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01  WS-RECIP-OK PIC X.
           88 RECIPIENT-ACCEPTED VALUE "Y".
       01  WS-RECIP-SECTIONS PIC 9(2).

      * Sections going to the recipient in hand, the lines and pages
      * each comes to once cut down to the recipient's towns.
       01  WS-RECIP-STATS.
           05 WS-RECIP-ENTRY OCCURS 7 TIMES.
               10 WS-RX-SEND PIC X.
               10 WS-RX-LINES PIC 9(6).
               10 WS-RX-PAGES PIC 9(4).

      * Towns the recipient in hand is restricted to.
       01  WS-SCOPE-TABLE.
           05 WS-SCOPE-VILLE PIC X(20) OCCURS 100 TIMES.
       01  WS-SCOPE-TALLY PIC 9(3) VALUE 0.
       01  WS-SCX PIC 9(3).
       01  WS-VX PIC 9.
       01  WS-CHECK-VILLE PIC X(20).
       01  WS-IN-SCOPE PIC X.
           88 VILLE-IN-SCOPE VALUE "Y".
       01  WS-RESTRICTED PIC X.
           88 RECIPIENT-RESTRICTED VALUE "Y".

      * C counts the lines a cut section comes to, W writes them to
      * the recipient's pack.
       01  WS-BURST-MODE PIC X.
           88 BURST-COUNTING VALUE "C".
           88 BURST-WRITING VALUE "W".
       01  WS-OUT-LINE PIC X(132).
       01  WS-IN-SUBTOTALS PIC X.
           88 IN-VILLE-SUBTOTALS VALUE "Y".
       01  WS-KEEP-LINE PIC X.
           88 KEEP-THIS-LINE VALUE "Y".

      * One page of a per-person report held back until it is known
      * whether it carries any of the recipient's towns.
       01  WS-PAGE-BUFFER.
           05 WS-PAGE-LINE PIC X(132) OCCURS 100 TIMES.
       01  WS-PB-TALLY PIC 9(3) VALUE 0.
       01  WS-PBX PIC 9(3).
       01  WS-PAGE-DETAILS PIC 9(3).
       01  WS-PAGE-KEPT PIC 9(3).

      * Distribution journal of the run, printed at the end of the
      * collated pack.
       01  WS-DLOG-TABLE.
           05 WS-DLOG-ENTRY OCCURS 300 TIMES.
               10 WS-DL-RECIPIENT PIC X(8).
               10 WS-DL-SECTION PIC X(30).
               10 WS-DL-SCOPE PIC X.
               10 WS-DL-LINES PIC 9(6).
               10 WS-DL-PAGES PIC 9(4).
       01  WS-DLOG-TALLY PIC 9(3) VALUE 0.
       01  WS-DLX PIC 9(3).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
               PERFORM COUNT-SECTION-LINES
           END-PERFORM.

           PERFORM BURST-DISTRIBUTION.

           OPEN OUTPUT PACK_FILE.
           IF WS-PACK-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PACK-FILENAME
               END-IF
           END-PERFORM.

           IF DISTRIBUTION-ON-HAND
               PERFORM WRITE-DISTRIBUTION-JOURNAL
           END-IF.

           CLOSE PACK_FILE.
           DISPLAY "LIASSE CONSTITUEE : " WS-COPIED-SECTIONS
               " SECTION(S) DANS " WS-PACK-FILENAME.
           IF DISTRIBUTION-ON-HAND
               DISPLAY "LIASSES PAR DESTINATAIRE : "
                   WS-RECIPIENT-COUNT " - REFUSES : "
                   WS-REFUSED-COUNT
           END-IF.
           IF WS-COPIED-SECTIONS = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
               END-IF
               WRITE PACK-LINE
           END-PERFORM.
           IF DISTRIBUTION-ON-HAND
               MOVE SPACES TO PACK-LINE
               STRING "   JOURNAL DE DISTRIBUTION - "
                   WS-RECIPIENT-COUNT " DESTINATAIRE(S)"
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           MOVE "-----------------------------------------" TO
               PACK-LINE.
           WRITE PACK-LINE.
               CLOSE SECTION_FILE
               ADD 1 TO WS-COPIED-SECTIONS
           END-IF.

       BURST-DISTRIBUTION.
      * One pack per line of distribution.txt. No file, no burst :
      * the collated pack alone, as it always was.
           DISPLAY "DISTRIBUTION_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIST-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DIST-FILENAME = SPACES
               MOVE "distribution.txt" TO WS-DIST-FILENAME
           END-IF.
           DISPLAY "CITY_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CITY-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-CITY-FILENAME = SPACES
               MOVE "cities.dat" TO WS-CITY-FILENAME
           END-IF.
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           OPEN INPUT DIST_FILE.
           IF WS-DIST-FILE-STATUS = "00"
               MOVE "Y" TO WS-DIST-PRESENT
               MOVE 1 TO WS-DIST-END
               PERFORM UNTIL WS-DIST-END = 0
                   READ DIST_FILE
                       AT END
                           MOVE 0 TO WS-DIST-END
                       NOT AT END
                           IF DST-RECIPIENT NOT = SPACES
                              AND DST-RECIPIENT(1:1) NOT = "*"
                               PERFORM BURST-ONE-RECIPIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST_FILE
               PERFORM APPEND-DISTRIBUTION-LOG
           END-IF.

       BURST-ONE-RECIPIENT.
           MOVE "Y" TO WS-RECIP-OK.
           PERFORM BUILD-RECIPIENT-SCOPE.
           IF NOT RECIPIENT-ACCEPTED
               ADD 1 TO WS-REFUSED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 0 TO WS-RECIP-SECTIONS
               MOVE "C" TO WS-BURST-MODE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SECTION-COUNT
                   MOVE "N" TO WS-RX-SEND(WS-SX)
                   MOVE 0 TO WS-RX-LINES(WS-SX)
                   MOVE 0 TO WS-RX-PAGES(WS-SX)
                   IF WS-SECT-PRESENT(WS-SX) = "Y"
                      AND (DST-REPORTS = SPACES
                           OR DST-REPORTS(WS-SX:1) = "O")
                       MOVE "Y" TO WS-RX-SEND(WS-SX)
                       ADD 1 TO WS-RECIP-SECTIONS
                       PERFORM CUT-ONE-SECTION
                       COMPUTE WS-RX-PAGES(WS-SX) =
                           (WS-RX-LINES(WS-SX) + WS-LINES-PER-PAGE
                            - 1) / WS-LINES-PER-PAGE
                   END-IF
               END-PERFORM
               PERFORM WRITE-RECIPIENT-PACK
           END-IF.

       BUILD-RECIPIENT-SCOPE.
      * Gathers the towns the recipient is restricted to into
      * WS-SCOPE-TABLE ; a recipient with no restriction gets every
      * report whole.
           MOVE 0 TO WS-SCOPE-TALLY.
           MOVE "Y" TO WS-RESTRICTED.
           EVALUATE TRUE
               WHEN DST-SCOPE-ALL
                   MOVE "N" TO WS-RESTRICTED
               WHEN DST-SCOPE-VILLE
                   PERFORM VARYING WS-VX FROM 1 BY 1 UNTIL WS-VX > 5
                       IF DST-SCOPE-VALUE(WS-VX) NOT = SPACES
                           MOVE DST-SCOPE-VALUE(WS-VX)
                               TO WS-CHECK-VILLE
                           PERFORM ADD-SCOPE-VILLE
                       END-IF
                   END-PERFORM
               WHEN DST-SCOPE-REGION
                   PERFORM SCOPE-FROM-REGIONS
               WHEN DST-SCOPE-BRANCH
                   PERFORM SCOPE-FROM-BRANCHES
               WHEN OTHER
                   DISPLAY "DESTINATAIRE " DST-RECIPIENT
                       " : TYPE DE RESTRICTION INCONNU "
                       DST-SCOPE-TYPE " - LIASSE NON PRODUITE"
                   MOVE "N" TO WS-RECIP-OK
           END-EVALUATE.
           IF RECIPIENT-ACCEPTED AND RECIPIENT-RESTRICTED
              AND WS-SCOPE-TALLY = 0
               DISPLAY "AVERTISSEMENT : DESTINATAIRE " DST-RECIPIENT
                   " SANS AUCUNE VILLE - RAPPORTS PAR VILLE VIDES"
           END-IF.

       SCOPE-FROM-REGIONS.
           OPEN INPUT CITY_FILE.
           IF WS-CITY-FILE-STATUS NOT = "00"
               DISPLAY "DESTINATAIRE " DST-RECIPIENT
                   " : " WS-CITY-FILENAME " INDISPONIBLE - STATUS "
                   WS-CITY-FILE-STATUS " - LIASSE NON PRODUITE"
               MOVE "N" TO WS-RECIP-OK
           ELSE
               MOVE 1 TO WS-REF-END
               PERFORM UNTIL WS-REF-END = 0
                   READ CITY_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO WS-REF-END
                       NOT AT END
                           PERFORM VARYING WS-VX FROM 1 BY 1
                                   UNTIL WS-VX > 5
                               IF DST-SCOPE-VALUE(WS-VX) NOT = SPACES
                                  AND DST-SCOPE-VALUE(WS-VX)
                                      = CITY-REGION
                                   MOVE CITY-NOM TO WS-CHECK-VILLE
                                   PERFORM ADD-SCOPE-VILLE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CITY_FILE
           END-IF.

       SCOPE-FROM-BRANCHES.
      * A branch has no town of its own : it answers for the towns
      * its people live in, as the people file stands tonight.
           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "DESTINATAIRE " DST-RECIPIENT
                   " : " WS-DATA-FILENAME " INDISPONIBLE - STATUS "
                   WS-DATA-FILE-STATUS " - LIASSE NON PRODUITE"
               MOVE "N" TO WS-RECIP-OK
           ELSE
               MOVE 1 TO WS-REF-END
               PERFORM UNTIL WS-REF-END = 0
                   READ DATA_FILE
                       AT END
                           MOVE 0 TO WS-REF-END
                       NOT AT END
                           IF TR-KEY NOT = "**TRAILER**"
                              AND BRANCH-CODE NOT = SPACES
                               PERFORM VARYING WS-VX FROM 1 BY 1
                                       UNTIL WS-VX > 5
                                   IF DST-SCOPE-VALUE(WS-VX)
                                       = BRANCH-CODE
                                       MOVE VILLE TO WS-CHECK-VILLE
                                       PERFORM ADD-SCOPE-VILLE
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA_FILE
           END-IF.

       ADD-SCOPE-VILLE.
           PERFORM CHECK-VILLE-IN-SCOPE.
           IF NOT VILLE-IN-SCOPE
               IF WS-SCOPE-TALLY < 100
                   ADD 1 TO WS-SCOPE-TALLY
                   MOVE WS-CHECK-VILLE TO WS-SCOPE-VILLE(WS-SCOPE-TALLY)
               ELSE
                   DISPLAY "AVERTISSEMENT : DESTINATAIRE "
                       DST-RECIPIENT " - PLUS DE 100 VILLES, "
                       WS-CHECK-VILLE " IGNOREE"
               END-IF
           END-IF.

       CHECK-VILLE-IN-SCOPE.
           MOVE "N" TO WS-IN-SCOPE.
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SCOPE-TALLY OR VILLE-IN-SCOPE
               IF WS-SCOPE-VILLE(WS-SCX) = WS-CHECK-VILLE
                   MOVE "Y" TO WS-IN-SCOPE
               END-IF
           END-PERFORM.

       CUT-ONE-SECTION.
      * Reads section WS-SX once, counting (WS-BURST-MODE C) or
      * writing (W) the lines the recipient is to receive.
           MOVE WS-SECTION-NAME(WS-SX) TO WS-SECTION-FILENAME.
           OPEN INPUT SECTION_FILE.
           IF WS-SECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR RELECTURE " WS-SECTION-FILENAME
                   " - STATUS " WS-SECTION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-IN-SUBTOTALS
               MOVE 0 TO WS-PB-TALLY
               MOVE 0 TO WS-PAGE-DETAILS
               MOVE 0 TO WS-PAGE-KEPT
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ SECTION_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RECIPIENT-RESTRICTED
                              AND WS-SECT-TOWN(WS-SX) NOT = "N"
                               PERFORM CUT-ONE-LINE
                           ELSE
                               MOVE SECTION-LINE TO WS-OUT-LINE
                               PERFORM EMIT-RECIPIENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FLUSH-PAGE-BUFFER
               CLOSE SECTION_FILE
           END-IF.

       CUT-ONE-LINE.
      * Page, detail and subtotal lines are told apart by the layout
      * PeopleReport.cbl and DailyStatsReport.cbl print them in :
      * page header "RAPPORT DES PERSONNES - PAGE", detail line NOM
      * AGE " ANS  " with VILLE in columns 30-49, subtotal line
      * VILLE " : " count under "SOUS-TOTAUX PAR VILLE".
           IF WS-SECT-TOWN(WS-SX) = "P"
              AND SECTION-LINE(1:28) = "RAPPORT DES PERSONNES - PAGE"
               PERFORM FLUSH-PAGE-BUFFER
           END-IF.
           MOVE "Y" TO WS-KEEP-LINE.
           EVALUATE TRUE
               WHEN SECTION-LINE(1:21) = "SOUS-TOTAUX PAR VILLE"
                   MOVE "Y" TO WS-IN-SUBTOTALS
               WHEN IN-VILLE-SUBTOTALS
                    AND (SECTION-LINE = SPACES
                         OR SECTION-LINE(1:1) = "=")
                   MOVE "N" TO WS-IN-SUBTOTALS
               WHEN IN-VILLE-SUBTOTALS
                    AND SECTION-LINE(21:3) = " : "
                   MOVE SECTION-LINE(1:20) TO WS-CHECK-VILLE
                   PERFORM CHECK-VILLE-IN-SCOPE
                   IF VILLE-IN-SCOPE
                       ADD 1 TO WS-PAGE-KEPT
                   ELSE
                       MOVE "N" TO WS-KEEP-LINE
                   END-IF
               WHEN WS-SECT-TOWN(WS-SX) = "P"
                    AND SECTION-LINE(24:6) = " ANS  "
                   ADD 1 TO WS-PAGE-DETAILS
                   MOVE SECTION-LINE(30:20) TO WS-CHECK-VILLE
                   PERFORM CHECK-VILLE-IN-SCOPE
                   IF VILLE-IN-SCOPE
                       ADD 1 TO WS-PAGE-KEPT
                   ELSE
                       MOVE "N" TO WS-KEEP-LINE
                   END-IF
           END-EVALUATE.
           IF KEEP-THIS-LINE
               IF WS-PB-TALLY >= 100
                   MOVE 0 TO WS-PAGE-DETAILS
                   PERFORM FLUSH-PAGE-BUFFER
               END-IF
               ADD 1 TO WS-PB-TALLY
               MOVE SECTION-LINE TO WS-PAGE-LINE(WS-PB-TALLY)
           END-IF.

       FLUSH-PAGE-BUFFER.
      * A page that carried people but none of the recipient's is
      * left out whole, header included.
           IF WS-PAGE-DETAILS = 0 OR WS-PAGE-KEPT > 0
               PERFORM VARYING WS-PBX FROM 1 BY 1
                       UNTIL WS-PBX > WS-PB-TALLY
                   MOVE WS-PAGE-LINE(WS-PBX) TO WS-OUT-LINE
                   PERFORM EMIT-RECIPIENT-LINE
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-PB-TALLY.
           MOVE 0 TO WS-PAGE-DETAILS.
           MOVE 0 TO WS-PAGE-KEPT.

       EMIT-RECIPIENT-LINE.
           IF BURST-COUNTING
               ADD 1 TO WS-RX-LINES(WS-SX)
           ELSE
               MOVE WS-OUT-LINE TO RECIP-LINE
               WRITE RECIP-LINE
           END-IF.

       WRITE-RECIPIENT-PACK.
           MOVE SPACES TO WS-RECIP-FILENAME.
           STRING "pack_" DELIMITED BY SIZE
               DST-RECIPIENT DELIMITED BY SPACE
               ".prt" DELIMITED BY SIZE
               INTO WS-RECIP-FILENAME.
           OPEN OUTPUT RECIP_FILE.
           IF WS-RECIP-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-RECIP-FILENAME
                   " - STATUS " WS-RECIP-FILE-STATUS
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RECIPIENT-CONTENTS
               MOVE "W" TO WS-BURST-MODE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SECTION-COUNT
                   IF WS-RX-SEND(WS-SX) = "Y"
                       PERFORM WRITE-RECIPIENT-BANNER
                       PERFORM CUT-ONE-SECTION
                       PERFORM RECORD-DISTRIBUTION
                   END-IF
               END-PERFORM
               CLOSE RECIP_FILE
               ADD 1 TO WS-RECIPIENT-COUNT
           END-IF.

       WRITE-RECIPIENT-CONTENTS.
           MOVE "LIASSE DES RAPPORTS DE NUIT" TO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE SPACES TO RECIP-LINE.
           STRING "DESTINATAIRE : " DST-RECIPIENT " - " DST-NOM
               DELIMITED BY SIZE INTO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE SPACES TO RECIP-LINE.
           IF RECIPIENT-RESTRICTED
               STRING "RESTREINT A : " DST-SCOPE-TYPE " "
                   DST-SCOPE-VALUE(1) " " DST-SCOPE-VALUE(2) " "
                   DST-SCOPE-VALUE(3) " " DST-SCOPE-VALUE(4) " "
                   DST-SCOPE-VALUE(5)
                   DELIMITED BY SIZE INTO RECIP-LINE
           ELSE
               MOVE "RESTREINT A : TOUTES VILLES" TO RECIP-LINE
           END-IF.
           WRITE RECIP-LINE.
           MOVE SPACES TO RECIP-LINE.
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE "TABLE DES MATIERES" TO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE "-----------------------------------------" TO
               RECIP-LINE.
           WRITE RECIP-LINE.
           IF WS-RECIP-SECTIONS = 0
               MOVE "AUCUNE SECTION DISPONIBLE." TO RECIP-LINE
               WRITE RECIP-LINE
           END-IF.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECTION-COUNT
               IF WS-RX-SEND(WS-SX) = "Y"
                   MOVE SPACES TO RECIP-LINE
                   STRING WS-SX ". " WS-SECTION-NAME(WS-SX)(1:30)
                       " " WS-RX-PAGES(WS-SX) " PAGE(S)"
                       DELIMITED BY SIZE INTO RECIP-LINE
                   WRITE RECIP-LINE
               END-IF
           END-PERFORM.
           MOVE "-----------------------------------------" TO
               RECIP-LINE.
           WRITE RECIP-LINE.

       WRITE-RECIPIENT-BANNER.
           MOVE SPACES TO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE ALL "*" TO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE SPACES TO RECIP-LINE.
           STRING "* RAPPORT : " WS-SECTION-NAME(WS-SX)(1:30)
               " DU " WS-DATE-DISPLAY
               " - " WS-RX-PAGES(WS-SX) " PAGE(S)"
               DELIMITED BY SIZE INTO RECIP-LINE.
           WRITE RECIP-LINE.
           MOVE ALL "*" TO RECIP-LINE.
           WRITE RECIP-LINE.

       RECORD-DISTRIBUTION.
           IF WS-DLOG-TALLY < 300
               ADD 1 TO WS-DLOG-TALLY
               MOVE DST-RECIPIENT TO WS-DL-RECIPIENT(WS-DLOG-TALLY)
               MOVE WS-SECTION-NAME(WS-SX)
                   TO WS-DL-SECTION(WS-DLOG-TALLY)
               MOVE DST-SCOPE-TYPE TO WS-DL-SCOPE(WS-DLOG-TALLY)
               MOVE WS-RX-LINES(WS-SX) TO WS-DL-LINES(WS-DLOG-TALLY)
               MOVE WS-RX-PAGES(WS-SX) TO WS-DL-PAGES(WS-DLOG-TALLY)
           ELSE
               DISPLAY "AVERTISSEMENT : JOURNAL DE DISTRIBUTION "
                   "PLEIN - " DST-RECIPIENT " "
                   WS-SECTION-NAME(WS-SX)(1:30) " NON JOURNALISE"
           END-IF.

       APPEND-DISTRIBUTION-LOG.
           OPEN EXTEND DLOG_FILE.
           IF WS-DLOG-FILE-STATUS = "35"
               OPEN OUTPUT DLOG_FILE
           END-IF.
           IF WS-DLOG-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : ECRITURE distribution_log.txt "
                   "IMPOSSIBLE - STATUS " WS-DLOG-FILE-STATUS
           ELSE
               PERFORM VARYING WS-DLX FROM 1 BY 1
                       UNTIL WS-DLX > WS-DLOG-TALLY
                   MOVE WS-BUSINESS-DATE TO DLG-RUN-DATE
                   MOVE WS-DL-RECIPIENT(WS-DLX) TO DLG-RECIPIENT
                   MOVE WS-DL-SECTION(WS-DLX) TO DLG-SECTION
                   MOVE WS-DL-SCOPE(WS-DLX) TO DLG-SCOPE-TYPE
                   MOVE WS-DL-LINES(WS-DLX) TO DLG-LINES
                   MOVE WS-DL-PAGES(WS-DLX) TO DLG-PAGES
                   MOVE SPACES TO DLG-PACK
                   STRING "pack_" DELIMITED BY SIZE
                       WS-DL-RECIPIENT(WS-DLX) DELIMITED BY SPACE
                       ".prt" DELIMITED BY SIZE
                       INTO DLG-PACK
                   WRITE DLOG-RECORD
               END-PERFORM
               CLOSE DLOG_FILE
           END-IF.

       WRITE-DISTRIBUTION-JOURNAL.
      * Last section of the collated pack : who received which
      * report tonight, and how many pages of it.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE ALL "*" TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES TO PACK-LINE.
           STRING "* JOURNAL DE DISTRIBUTION DU " WS-DATE-DISPLAY
               " - " WS-RECIPIENT-COUNT " DESTINATAIRE(S)"
               DELIMITED BY SIZE INTO PACK-LINE.
           WRITE PACK-LINE.
           MOVE ALL "*" TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE "DESTIN.  RAPPORT                        R PAGES"
               TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM VARYING WS-DLX FROM 1 BY 1
                   UNTIL WS-DLX > WS-DLOG-TALLY
               MOVE SPACES TO PACK-LINE
               STRING WS-DL-RECIPIENT(WS-DLX) " "
                   WS-DL-SECTION(WS-DLX) " "
                   WS-DL-SCOPE(WS-DLX) " "
                   WS-DL-PAGES(WS-DLX)
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-PERFORM.
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO PACK-LINE
               STRING "DESTINATAIRES REFUSES : " WS-REFUSED-COUNT
                   DELIMITED BY SIZE INTO PACK-LINE
               WRITE PACK-LINE
           END-IF.
