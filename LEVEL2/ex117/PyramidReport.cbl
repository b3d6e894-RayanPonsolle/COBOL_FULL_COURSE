      ******************************************************************
      * Name : PyramidReport.cbl
      * Author: RayanPonsolle
      * Population pyramid of the people file : the active people
      * (neither deceased nor departed) by five-year age group and
      * sex, for every region of the cities.dat master (CITY-REGION)
      * and for the file as a whole, spooled to pyramid_report.prt.
      * Each age group prints the men on the left and the women on
      * the right of the axis, a bar of stars scaled on the largest
      * figure of the block, with the people whose CIVILITE is not
      * known counted alongside so every block ties to its total.
      * The oldest group heads the block, the way a pyramid reads.
      * People whose VILLE is missing from the master are grouped
      * under REGION INCONNUE, as in RegionRollup.cbl.
      * The figures come from the running counters dataset
      * (COUNTREC.cpy) when it is in service : CNT-HOMME and
      * CNT-FEMME carry the split of each VILLE/age bucket, and the
      * bucket's date of birth gives the age at the report date.
      * Without the dataset the people file is read end to end, the
      * same fallback as the other statistics reports.
      * RETURN-CODE 0 printed, 4 nobody active on file, 12 file
      * error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PyramidReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-CITY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CITY-NOM
           FILE STATUS IS WS-CITY-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT COUNTERS_FILE ASSIGN TO WS-COUNTERS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-KEY
           FILE STATUS IS WS-COUNTERS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  CITY_FILE.
           COPY CITYREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  COUNTERS_FILE.
           COPY COUNTREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "pyramid_report.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-CITY-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-COUNTERS-FILENAME PIC X(64).
       01  WS-COUNTERS-FILE-STATUS PIC XX.
       01  WS-COUNTERS-USED PIC X VALUE "N".
           88 COUNTERS-IN-USE VALUE "Y".
       01  FILE-END PIC 9 VALUE 1.
       01  WS-PERSON-REGION PIC X(20).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-GROUP-IX PIC 99.

      * What one counter record or one person adds to a region and
      * to the whole file.
       01  WS-ADD-HOMME PIC 9(6).
       01  WS-ADD-FEMME PIC 9(6).
       01  WS-ADD-NR PIC 9(6).
       01  WS-ACTIVE-W PIC S9(7).

      * Twenty five-year groups, 0-4 to 95-99 ; the effective age is
      * capped at 99 like everywhere else.
       01  WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 20 TIMES.
               10 WS-REGION-NAME PIC X(20).
               10 WS-REGION-TOTAL PIC 9(7).
               10 WS-REGION-GROUP OCCURS 20 TIMES.
                   15 WS-RG-HOMME PIC 9(6).
                   15 WS-RG-FEMME PIC 9(6).
                   15 WS-RG-NR PIC 9(6).
       01  WS-REGION-TALLY PIC 9(4) VALUE 0.
       01  WS-RX PIC 9(4).
       01  WS-REGION-IX PIC 9(4).
       01  WS-REGION-OVERFLOW PIC 9(6) VALUE 0.

       01  WS-ALL-TABLE.
           05 WS-ALL-TOTAL PIC 9(7) VALUE 0.
           05 WS-ALL-GROUP OCCURS 20 TIMES.
               10 WS-AG-HOMME PIC 9(6).
               10 WS-AG-FEMME PIC 9(6).
               10 WS-AG-NR PIC 9(6).

      * The block being printed, copied from a region or the whole
      * file so one set of paragraphs prints both.
       01  WS-BLOCK-TITLE PIC X(40).
       01  WS-BLOCK-TOTAL PIC 9(7).
       01  WS-BLOCK-TABLE.
           05 WS-BLOCK-GROUP OCCURS 20 TIMES.
               10 WS-BG-HOMME PIC 9(6).
               10 WS-BG-FEMME PIC 9(6).
               10 WS-BG-NR PIC 9(6).
       01  WS-BLOCK-SUMS.
           05 WS-BS-HOMME PIC 9(7).
           05 WS-BS-FEMME PIC 9(7).
           05 WS-BS-NR PIC 9(7).
       01  WS-BLOCK-MAX PIC 9(6).
       01  WS-GX PIC 99.

       01  WS-STARS PIC X(25) VALUE ALL "*".
       01  WS-BAR-HOMME PIC X(25).
       01  WS-BAR-FEMME PIC X(25).
       01  WS-BAR-LEN PIC 99.
       01  WS-GROUP-LABEL.
           05 WS-GL-FROM PIC Z9.
           05 FILLER PIC X VALUE "-".
           05 WS-GL-TO PIC Z9.
       01  WS-GL-FROM-W PIC 99.
       01  WS-COUNT-EDIT-H PIC ZZZZZ9.
       01  WS-COUNT-EDIT-F PIC ZZZZZ9.
       01  WS-COUNT-EDIT-N PIC ZZZZZ9.
       01  WS-TOTAL-EDIT PIC ZZZZZZ9.
       01  WS-SUM-EDIT-H PIC ZZZZZZ9.
       01  WS-SUM-EDIT-F PIC ZZZZZZ9.
       01  WS-SUM-EDIT-N PIC ZZZZZZ9.

       01  WS-FOUND PIC X.
           88 ENTRY-FOUND VALUE "Y".
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
           MOVE WS-BUSINESS-DATE TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD TO WS-DATE-TODAY
           STRING WS-MM "/" WS-DD "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "CITY_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CITY-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-CITY-FILENAME = SPACES
               MOVE "cities.dat" TO WS-CITY-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "pyramid_report.prt" TO WS-PRINT-FILENAME
           END-IF.

           INITIALIZE WS-REGION-TABLE.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 20
               MOVE 0 TO WS-AG-HOMME(WS-GX)
               MOVE 0 TO WS-AG-FEMME(WS-GX)
               MOVE 0 TO WS-AG-NR(WS-GX)
           END-PERFORM.

      * The counters carry the sex split of every bucket ; the full
      * read is the fallback whenever the dataset is not in service.
           MOVE SPACES TO WS-COUNTERS-FILENAME.
           STRING FUNCTION TRIM(WS-DATA-FILENAME) ".cnt"
               DELIMITED BY SIZE INTO WS-COUNTERS-FILENAME.
           OPEN INPUT COUNTERS_FILE.
           IF WS-COUNTERS-FILE-STATUS = "00"
               MOVE "Y" TO WS-COUNTERS-USED
               DISPLAY "PYRAMIDE CALCULEE DEPUIS LES COMPTEURS"
           END-IF.

           IF NOT COUNTERS-IN-USE
               OPEN INPUT DATA_FILE
               IF WS-DATA-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                       " - STATUS " WS-DATA-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CITY_FILE.
           IF WS-CITY-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-CITY-FILENAME
                   " - STATUS " WS-CITY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               IF COUNTERS-IN-USE
                   CLOSE COUNTERS_FILE
               ELSE
                   CLOSE DATA_FILE
               END-IF
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               IF COUNTERS-IN-USE
                   CLOSE COUNTERS_FILE
               ELSE
                   CLOSE DATA_FILE
               END-IF
               CLOSE CITY_FILE
               GOBACK
           END-IF.

           IF COUNTERS-IN-USE
               PERFORM UNTIL FILE-END = 0
                   READ COUNTERS_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM ACCUMULATE-COUNTER
                   END-READ
               END-PERFORM
               CLOSE COUNTERS_FILE
           ELSE
               PERFORM UNTIL FILE-END = 0
                   READ DATA_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF TR-KEY NOT = "**TRAILER**"
                               PERFORM ACCUMULATE-PERSON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA_FILE
           END-IF.
           CLOSE CITY_FILE.

           PERFORM PRINT-PYRAMID-REPORT.
           CLOSE PRINT_FILE.
           DISPLAY "PYRAMIDE DES AGES : " WS-ALL-TOTAL
               " PERSONNES ACTIVES - " WS-REGION-TALLY " REGIONS".
           IF WS-ALL-TOTAL = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       ACCUMULATE-COUNTER.
      * One counter record stands for a VILLE and age bucket : the
      * active people are the total less the deceased and departed,
      * and those neither CNT-HOMME nor CNT-FEMME have no civility
      * on file.
           COMPUTE WS-ACTIVE-W = CNT-TOTAL - CNT-DECEDE - CNT-PARTI
           IF WS-ACTIVE-W > 0
               MOVE CNT-HOMME TO WS-ADD-HOMME
               MOVE CNT-FEMME TO WS-ADD-FEMME
               IF WS-ACTIVE-W > CNT-HOMME + CNT-FEMME
                   COMPUTE WS-ADD-NR =
                       WS-ACTIVE-W - CNT-HOMME - CNT-FEMME
               ELSE
                   MOVE 0 TO WS-ADD-NR
               END-IF
               PERFORM COMPUTE-BUCKET-AGE
               MOVE CNT-VILLE TO CITY-NOM
               PERFORM ADD-TO-PYRAMIDS
           END-IF.

       COMPUTE-BUCKET-AGE.
           IF CNT-BUCKET-TYPE = "D"
               COMPUTE WS-EFFECTIVE-AGE-W =
                   (WS-TODAY-YMD - CNT-BUCKET-VALUE) / 10000
               IF WS-EFFECTIVE-AGE-W > 99
                   MOVE 99 TO WS-EFFECTIVE-AGE
               ELSE
                   MOVE WS-EFFECTIVE-AGE-W TO WS-EFFECTIVE-AGE
               END-IF
           ELSE
               IF CNT-BUCKET-VALUE > 99
                   MOVE 99 TO WS-EFFECTIVE-AGE
               ELSE
                   MOVE CNT-BUCKET-VALUE TO WS-EFFECTIVE-AGE
               END-IF
           END-IF.

       ACCUMULATE-PERSON.
           IF STATUT NOT = "D" AND STATUT NOT = "P"
               MOVE 0 TO WS-ADD-HOMME WS-ADD-FEMME WS-ADD-NR
               EVALUATE TRUE
                   WHEN CIVILITE-MONSIEUR
                       MOVE 1 TO WS-ADD-HOMME
                   WHEN CIVILITE-MADAME
                       MOVE 1 TO WS-ADD-FEMME
                   WHEN OTHER
                       MOVE 1 TO WS-ADD-NR
               END-EVALUATE
               PERFORM COMPUTE-EFFECTIVE-AGE
               MOVE VILLE TO CITY-NOM
               PERFORM ADD-TO-PYRAMIDS
           END-IF.

       ADD-TO-PYRAMIDS.
      * CITY-NOM holds the VILLE to place ; the figures go to its
      * region and to the whole file.
           READ CITY_FILE
               KEY IS CITY-NOM
               INVALID KEY
                   MOVE "REGION INCONNUE" TO WS-PERSON-REGION
               NOT INVALID KEY
                   MOVE CITY-REGION TO WS-PERSON-REGION
           END-READ
           COMPUTE WS-GROUP-IX = (WS-EFFECTIVE-AGE / 5) + 1
           PERFORM LOCATE-REGION-ENTRY

           ADD WS-ADD-HOMME TO WS-AG-HOMME(WS-GROUP-IX)
           ADD WS-ADD-FEMME TO WS-AG-FEMME(WS-GROUP-IX)
           ADD WS-ADD-NR TO WS-AG-NR(WS-GROUP-IX)
           COMPUTE WS-ALL-TOTAL = WS-ALL-TOTAL
               + WS-ADD-HOMME + WS-ADD-FEMME + WS-ADD-NR

           IF WS-REGION-IX > 0
               ADD WS-ADD-HOMME
                   TO WS-RG-HOMME(WS-REGION-IX WS-GROUP-IX)
               ADD WS-ADD-FEMME
                   TO WS-RG-FEMME(WS-REGION-IX WS-GROUP-IX)
               ADD WS-ADD-NR
                   TO WS-RG-NR(WS-REGION-IX WS-GROUP-IX)
               COMPUTE WS-REGION-TOTAL(WS-REGION-IX) =
                   WS-REGION-TOTAL(WS-REGION-IX)
                   + WS-ADD-HOMME + WS-ADD-FEMME + WS-ADD-NR
           ELSE
               COMPUTE WS-REGION-OVERFLOW = WS-REGION-OVERFLOW
                   + WS-ADD-HOMME + WS-ADD-FEMME + WS-ADD-NR
           END-IF.

       LOCATE-REGION-ENTRY.
           MOVE 0 TO WS-REGION-IX
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REGION-TALLY OR ENTRY-FOUND
               IF WS-REGION-NAME(WS-RX) = WS-PERSON-REGION
                   MOVE WS-RX TO WS-REGION-IX
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-REGION-TALLY < 20
               ADD 1 TO WS-REGION-TALLY
               MOVE WS-REGION-TALLY TO WS-REGION-IX
               MOVE WS-PERSON-REGION TO WS-REGION-NAME(WS-REGION-IX)
           END-IF.

       PRINT-PYRAMID-REPORT.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "PYRAMIDE DES AGES PAR SEXE - PERSONNES ACTIVES" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.

           IF WS-ALL-TOTAL = 0
               MOVE "AUCUNE PERSONNE ACTIVE." TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-REGION-TALLY
                   PERFORM PRINT-ONE-REGION
               END-PERFORM
               IF WS-REGION-OVERFLOW > 0
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE WS-REGION-OVERFLOW TO WS-TOTAL-EDIT
                   MOVE SPACES TO PRINT-LINE
                   STRING "PLUS DE 20 REGIONS : " WS-TOTAL-EDIT
                       " PERSONNES COMPTEES AU SEUL TOTAL GENERAL"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               MOVE "ENSEMBLE DU FICHIER" TO WS-BLOCK-TITLE
               MOVE WS-ALL-TOTAL TO WS-BLOCK-TOTAL
               PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 20
                   MOVE WS-AG-HOMME(WS-GX) TO WS-BG-HOMME(WS-GX)
                   MOVE WS-AG-FEMME(WS-GX) TO WS-BG-FEMME(WS-GX)
                   MOVE WS-AG-NR(WS-GX) TO WS-BG-NR(WS-GX)
               END-PERFORM
               PERFORM PRINT-PYRAMID-BLOCK
           END-IF.

       PRINT-ONE-REGION.
           MOVE SPACES TO WS-BLOCK-TITLE.
           STRING "REGION " WS-REGION-NAME(WS-RX)
               DELIMITED BY SIZE INTO WS-BLOCK-TITLE.
           MOVE WS-REGION-TOTAL(WS-RX) TO WS-BLOCK-TOTAL.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 20
               MOVE WS-RG-HOMME(WS-RX WS-GX) TO WS-BG-HOMME(WS-GX)
               MOVE WS-RG-FEMME(WS-RX WS-GX) TO WS-BG-FEMME(WS-GX)
               MOVE WS-RG-NR(WS-RX WS-GX) TO WS-BG-NR(WS-GX)
           END-PERFORM.
           PERFORM PRINT-PYRAMID-BLOCK.

       PRINT-PYRAMID-BLOCK.
      * Bars are scaled on the block's largest men's or women's
      * figure, so a small region still shows its shape ; any
      * non-zero figure gets at least one star.
           MOVE 0 TO WS-BLOCK-MAX
           MOVE 0 TO WS-BS-HOMME WS-BS-FEMME WS-BS-NR
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 20
               IF WS-BG-HOMME(WS-GX) > WS-BLOCK-MAX
                   MOVE WS-BG-HOMME(WS-GX) TO WS-BLOCK-MAX
               END-IF
               IF WS-BG-FEMME(WS-GX) > WS-BLOCK-MAX
                   MOVE WS-BG-FEMME(WS-GX) TO WS-BLOCK-MAX
               END-IF
               ADD WS-BG-HOMME(WS-GX) TO WS-BS-HOMME
               ADD WS-BG-FEMME(WS-GX) TO WS-BS-FEMME
               ADD WS-BG-NR(WS-GX) TO WS-BS-NR
           END-PERFORM

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BLOCK-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING WS-BLOCK-TITLE " : " WS-TOTAL-EDIT
               " PERSONNES ACTIVES"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "AGES" TO PRINT-LINE(3:4)
           MOVE "HOMMES" TO PRINT-LINE(10:6)
           MOVE "|" TO PRINT-LINE(43:1)
           MOVE "FEMMES" TO PRINT-LINE(71:6)
           MOVE "SANS CIVILITE" TO PRINT-LINE(79:13)
           WRITE PRINT-LINE

           PERFORM VARYING WS-GX FROM 20 BY -1 UNTIL WS-GX < 1
               PERFORM PRINT-GROUP-LINE
           END-PERFORM

           MOVE WS-BS-HOMME TO WS-SUM-EDIT-H
           MOVE WS-BS-FEMME TO WS-SUM-EDIT-F
           MOVE WS-BS-NR TO WS-SUM-EDIT-N
           MOVE SPACES TO PRINT-LINE
           STRING "  TOTAL  HOMMES " WS-SUM-EDIT-H
               " - FEMMES " WS-SUM-EDIT-F
               " - SANS CIVILITE " WS-SUM-EDIT-N
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-GROUP-LINE.
           COMPUTE WS-GL-FROM-W = (WS-GX - 1) * 5
           MOVE WS-GL-FROM-W TO WS-GL-FROM
           COMPUTE WS-GL-TO = WS-GL-FROM-W + 4

           MOVE SPACES TO WS-BAR-HOMME WS-BAR-FEMME
           IF WS-BG-HOMME(WS-GX) > 0
               COMPUTE WS-BAR-LEN =
                   (WS-BG-HOMME(WS-GX) * 25) / WS-BLOCK-MAX
               IF WS-BAR-LEN = 0
                   MOVE 1 TO WS-BAR-LEN
               END-IF
               MOVE WS-STARS(1:WS-BAR-LEN)
                   TO WS-BAR-HOMME(26 - WS-BAR-LEN:WS-BAR-LEN)
           END-IF
           IF WS-BG-FEMME(WS-GX) > 0
               COMPUTE WS-BAR-LEN =
                   (WS-BG-FEMME(WS-GX) * 25) / WS-BLOCK-MAX
               IF WS-BAR-LEN = 0
                   MOVE 1 TO WS-BAR-LEN
               END-IF
               MOVE WS-STARS(1:WS-BAR-LEN) TO WS-BAR-FEMME
           END-IF

           MOVE WS-BG-HOMME(WS-GX) TO WS-COUNT-EDIT-H
           MOVE WS-BG-FEMME(WS-GX) TO WS-COUNT-EDIT-F
           MOVE WS-BG-NR(WS-GX) TO WS-COUNT-EDIT-N
           MOVE SPACES TO PRINT-LINE
           STRING "  " WS-GROUP-LABEL "  " WS-COUNT-EDIT-H " "
               WS-BAR-HOMME " | " WS-BAR-FEMME " " WS-COUNT-EDIT-F
               "  " WS-COUNT-EDIT-N
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       COMPUTE-EFFECTIVE-AGE.
      * Current age derived from the date of birth when the record
      * carries one ; records without one fall back to the stored
      * AGE, the same rule as the other reports.
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               COMPUTE WS-EFFECTIVE-AGE-W =
                   (WS-TODAY-YMD - DATE-NAISSANCE) / 10000
               IF WS-EFFECTIVE-AGE-W > 99
                   MOVE 99 TO WS-EFFECTIVE-AGE
               ELSE
                   MOVE WS-EFFECTIVE-AGE-W TO WS-EFFECTIVE-AGE
               END-IF
           ELSE
               MOVE AGE TO WS-EFFECTIVE-AGE
           END-IF.
