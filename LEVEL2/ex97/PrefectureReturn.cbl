      ******************************************************************
      * Name : PrefectureReturn.cbl
      * Author: RayanPonsolle
      * Annual statutory population return for the prefecture, in
      * place of the January form filled in by hand off the
      * RegionRollup.cbl and AgeBandReport.cbl printouts. For the
      * year asked (RETURN_YEAR, default the year before the business
      * date) the people file is read as it stood at 31 December :
      * per departement (CITY-DEPARTEMENT of cities.dat) and commune,
      * the active population in the official age brackets (0-14,
      * 15-29, 30-44, 45-59, 60-74, 75 and over, age at 31 December
      * from the date of birth, else the stored AGE), the deaths and
      * departures dated in the year, and the arrivals - people first
      * registered in the year. A status dated after 31 December
      * still counts as active ; a death or departure before the year
      * and a registration after it are left out, and the printed
      * copy reconciles every record read against the control
      * dataset (PeopleControl.cbl) count and AGE hash.
      * DATA_FILE may name the live file or an as-of copy built by
      * PersonAsOf.cbl (data.asof.aaaammjj), which is how a return is
      * rerun after the live file has moved on.
      * Finalising - writing the fixed-format submission file
      * prefecture_aaaa.dat (header H, one D line per commune,
      * trailer T) and printing the copy for signature - is refused,
      * and a draft marked PROJET printed instead, when the last
      * VerifyPeople.cbl or CountersVerify.cbl verdict for that data
      * file (verify_results.txt, VFYREC.cpy) is missing or above 4,
      * when the totals do not tie to the control dataset, when the
      * commune table overflows, or for a regular operator : the
      * return is signed off at supervisor level.
      * RETURN-CODE 0 finalised, 4 draft only, 12 refused or file
      * error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrefectureReturn.

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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CITY-NOM
           FILE STATUS IS WS-CITY-FILE-STATUS.

           SELECT RESULT_FILE ASSIGN TO "verify_results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT SUBMIT_FILE ASSIGN TO WS-SUBMIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  CITY_FILE.
           COPY CITYREC.

       FD  RESULT_FILE.
           COPY VFYREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

      * Submission file : fixed 80-byte lines, zoned counts.
       FD  SUBMIT_FILE.
       01  SUBMIT-HEADER.
           05 SBH-TYPE PIC X.
           05 SBH-YEAR PIC 9(4).
           05 SBH-REF-DATE PIC 9(8).
           05 SBH-PRODUCER PIC X(8).
           05 SBH-TIMESTAMP PIC X(14).
           05 SBH-SOURCE PIC X(30).
           05 FILLER PIC X(15).
       01  SUBMIT-DETAIL.
           05 SBD-TYPE PIC X.
           05 SBD-DEPT PIC X(3).
           05 SBD-COMMUNE PIC X(20).
           05 SBD-BRACKET PIC 9(6) OCCURS 6 TIMES.
           05 SBD-DECEDES PIC 9(6).
           05 SBD-PARTIS PIC 9(6).
           05 SBD-ARRIVES PIC 9(6).
           05 FILLER PIC X(2).
       01  SUBMIT-TRAILER.
           05 SBT-TYPE PIC X.
           05 SBT-DETAIL-COUNT PIC 9(6).
           05 SBT-POPULATION PIC 9(7).
           05 SBT-DECEDES PIC 9(6).
           05 SBT-PARTIS PIC 9(6).
           05 SBT-ARRIVES PIC 9(6).
           05 SBT-RECORDS-READ PIC 9(6).
           05 SBT-CONTROL-COUNT PIC 9(6).
           05 FILLER PIC X(36).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-CITY-FILE-STATUS PIC XX.
       01  WS-RESULT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "prefecture_return.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-SUBMIT-FILENAME PIC X(60).
       01  WS-SUBMIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "PrefectureReturn".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-YEAR-INPUT PIC X(4).
       01  WS-RETURN-YEAR PIC 9(4).
       01  WS-YEAR-START PIC 9(8).
       01  WS-REF-DATE PIC 9(8).
       01  WS-TIMESTAMP PIC X(21).
       01  WS-AGE-W PIC 9(4).
       01  WS-BRACKET PIC 9.
       01  WS-PERSON-DEPT PIC X(3).
       01  WS-EXIT-DATE PIC 9(8).

       01  WS-CTL-ACTION PIC X.
       01  WS-CTL-COUNT PIC S9(6).
       01  WS-CTL-HASH PIC S9(8).
       01  WS-CTL-NEXT-ID PIC 9(6).
       01  WS-CTL-RESULT PIC X.

      * Reconciliation of every record read.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-POPULATION PIC 9(7) VALUE 0.
       01  WS-DECEDES PIC 9(6) VALUE 0.
       01  WS-PARTIS PIC 9(6) VALUE 0.
       01  WS-ARRIVES PIC 9(6) VALUE 0.
       01  WS-EXITED-BEFORE PIC 9(6) VALUE 0.
       01  WS-REGISTERED-AFTER PIC 9(6) VALUE 0.

      * Verdicts of the two verifiers for this data file.
       01  WS-VP-FOUND PIC X VALUE "N".
       01  WS-VP-RC PIC 9(4) VALUE 0.
       01  WS-VP-TIMESTAMP PIC X(15) VALUE SPACES.
       01  WS-CV-FOUND PIC X VALUE "N".
       01  WS-CV-RC PIC 9(4) VALUE 0.
       01  WS-CV-TIMESTAMP PIC X(15) VALUE SPACES.

      * Reasons a return stays a draft.
       01  WS-FINAL-OK PIC X VALUE "Y".
           88 RETURN-IS-FINAL VALUE "Y".
       01  WS-REASON-TABLE.
           05 WS-REASON PIC X(60) OCCURS 6 TIMES.
       01  WS-REASON-COUNT PIC 9 VALUE 0.
       01  WS-REASON-TEXT PIC X(60).
       01  WS-RSX PIC 9.

       01  WS-CITY-TABLE.
           05 WS-CITY-ENTRY OCCURS 1000 TIMES.
               10 WS-CITY-NAME PIC A(20).
               10 WS-CITY-DEPT PIC X(3).
       01  WS-CITY-TALLY PIC 9(4) VALUE 0.
       01  WS-CX PIC 9(4).

      * One entry per departement and commune, kept in key order as
      * it is built so the return prints and files in that order.
       01  WS-COMMUNE-TABLE.
           05 WS-COM-ENTRY OCCURS 1000 TIMES.
               10 WS-COM-KEY.
                   15 WS-COM-DEPT PIC X(3).
                   15 WS-COM-NAME PIC A(20).
               10 WS-COM-BRACKET PIC 9(6) OCCURS 6 TIMES.
               10 WS-COM-DECEDES PIC 9(6).
               10 WS-COM-PARTIS PIC 9(6).
               10 WS-COM-ARRIVES PIC 9(6).
       01  WS-COM-TALLY PIC 9(4) VALUE 0.
       01  WS-COM-IX PIC 9(4).
       01  WS-MX PIC 9(4).
       01  WS-BX PIC 9.
       01  WS-COM-OVERFLOW PIC X VALUE "N".
           88 COMMUNES-OVERFLOWED VALUE "Y".
       01  WS-SEARCH-KEY.
           05 WS-SEARCH-DEPT PIC X(3).
           05 WS-SEARCH-NAME PIC A(20).

       01  WS-DEPT-TOTALS.
           05 WS-DT-BRACKET PIC 9(7) OCCURS 6 TIMES.
           05 WS-DT-DECEDES PIC 9(6).
           05 WS-DT-PARTIS PIC 9(6).
           05 WS-DT-ARRIVES PIC 9(6).
       01  WS-GRAND-BRACKET PIC 9(7) OCCURS 6 TIMES.
       01  WS-CURRENT-DEPT PIC X(3).
       01  WS-COM-POPULATION PIC 9(7).

       01  WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(26).
           05 WS-CL-BRACKET PIC ZZZ,ZZ9 OCCURS 6 TIMES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-POPULATION PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-DECEDES PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CL-PARTIS PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CL-ARRIVES PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R"
               DISPLAY "DECLARATION PREFECTURE REFUSEE POUR "
                   WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SIGNON-RESULT = "A"
               MOVE "VISA SUPERVISEUR REQUIS POUR FINALISER"
                   TO WS-REASON-TEXT
               PERFORM NOTE-DRAFT-REASON
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           DISPLAY "RETURN_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-YEAR-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-YEAR-INPUT IS NUMERIC AND WS-YEAR-INPUT > "1900"
               MOVE WS-YEAR-INPUT TO WS-RETURN-YEAR
           ELSE
               COMPUTE WS-RETURN-YEAR = WS-BUSINESS-DATE / 10000 - 1
           END-IF.
           COMPUTE WS-YEAR-START = WS-RETURN-YEAR * 10000 + 101.
           COMPUTE WS-REF-DATE = WS-RETURN-YEAR * 10000 + 1231.
           IF WS-REF-DATE NOT < WS-BUSINESS-DATE
               DISPLAY "ANNEE " WS-RETURN-YEAR " NON CLOSE A LA DATE "
                   "DU " WS-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

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
               MOVE "prefecture_return.prt" TO WS-PRINT-FILENAME
           END-IF.

           MOVE SPACES TO WS-SUBMIT-FILENAME.
           STRING "prefecture_" WS-RETURN-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-SUBMIT-FILENAME.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               CLOSE DATA_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CITY-TABLE.
           PERFORM CHECK-VERIFIER-VERDICTS.

           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           PERFORM CLASSIFY-PERSON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA_FILE.

           PERFORM CHECK-CONTROL-TIE.
           IF COMMUNES-OVERFLOWED
               MOVE "TABLE DES COMMUNES PLEINE (1000)" TO WS-REASON-TEXT
               PERFORM NOTE-DRAFT-REASON
           END-IF.

           PERFORM PRINT-RETURN.
           IF RETURN-IS-FINAL
               PERFORM WRITE-SUBMISSION-FILE
           END-IF.
           CLOSE PRINT_FILE.

           IF RETURN-IS-FINAL
               DISPLAY "DECLARATION " WS-RETURN-YEAR " FINALISEE : "
                   FUNCTION TRIM(WS-SUBMIT-FILENAME)
           ELSE
               DISPLAY "DECLARATION " WS-RETURN-YEAR " EN PROJET "
                   "SEULEMENT :"
               PERFORM VARYING WS-RSX FROM 1 BY 1
                       UNTIL WS-RSX > WS-REASON-COUNT
                   DISPLAY "  " FUNCTION TRIM(WS-REASON(WS-RSX))
               END-PERFORM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       NOTE-DRAFT-REASON.
           MOVE "N" TO WS-FINAL-OK
           IF WS-REASON-COUNT < 6
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-TEXT TO WS-REASON(WS-REASON-COUNT)
           END-IF.

       LOAD-CITY-TABLE.
      * Departement of every commune the file may name ; deactivated
      * communes stay on cities.dat and keep theirs.
           OPEN INPUT CITY_FILE
           IF WS-CITY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : "
                   FUNCTION TRIM(WS-CITY-FILENAME)
                   " INDISPONIBLE - DEPARTEMENTS INCONNUS"
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CITY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-CITY-TALLY < 1000
                               ADD 1 TO WS-CITY-TALLY
                               MOVE CITY-NOM
                                   TO WS-CITY-NAME(WS-CITY-TALLY)
                               MOVE CITY-DEPARTEMENT
                                   TO WS-CITY-DEPT(WS-CITY-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CITY_FILE
           END-IF.

       CHECK-VERIFIER-VERDICTS.
      * The last verdict of each verifier for this very data file ;
      * an as-of copy needs its own runs.
           OPEN INPUT RESULT_FILE
           IF WS-RESULT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RESULT_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM TAKE-VERDICT
                   END-READ
               END-PERFORM
               CLOSE RESULT_FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-VP-FOUND = "N"
                   MOVE "AUCUN VERDICT VerifyPeople POUR CE FICHIER"
                       TO WS-REASON-TEXT
                   PERFORM NOTE-DRAFT-REASON
               WHEN WS-VP-RC > 4
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "VerifyPeople EN ANOMALIE LE "
                       WS-VP-TIMESTAMP(1:8) " (RC " WS-VP-RC ")"
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   PERFORM NOTE-DRAFT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CV-FOUND = "N"
                   MOVE "AUCUN VERDICT CountersVerify POUR CE FICHIER"
                       TO WS-REASON-TEXT
                   PERFORM NOTE-DRAFT-REASON
               WHEN WS-CV-RC > 4
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "CountersVerify EN ANOMALIE LE "
                       WS-CV-TIMESTAMP(1:8) " (RC " WS-CV-RC ")"
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   PERFORM NOTE-DRAFT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-VERDICT.
           IF VFY-DATA-FILE = WS-DATA-FILENAME
               EVALUATE VFY-PROGRAM
                   WHEN "VerifyPeople"
                       MOVE "Y" TO WS-VP-FOUND
                       MOVE VFY-RC TO WS-VP-RC
                       MOVE VFY-TIMESTAMP TO WS-VP-TIMESTAMP
                   WHEN "CountersVerify"
                       MOVE "Y" TO WS-CV-FOUND
                       MOVE VFY-RC TO WS-CV-RC
                       MOVE VFY-TIMESTAMP TO WS-CV-TIMESTAMP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CLASSIFY-PERSON.
      * Where the person stood at 31 December : registered after it,
      * gone before the year, gone during it, or present.
           ADD 1 TO WS-RECORDS-READ
           ADD AGE TO WS-HASH-TOTAL
           IF CAPTURE-DATE IS NUMERIC AND CAPTURE-DATE > WS-REF-DATE
               ADD 1 TO WS-REGISTERED-AFTER
           ELSE
               IF STATUT-DATE IS NUMERIC
                   MOVE STATUT-DATE TO WS-EXIT-DATE
               ELSE
                   MOVE 0 TO WS-EXIT-DATE
               END-IF
      * A death or departure keyed without a date cannot be placed
      * before the year, so it is returned in the year.
               IF (STATUT = "D" OR STATUT = "P")
                   AND WS-EXIT-DATE > 0
                   AND WS-EXIT-DATE < WS-YEAR-START
                   ADD 1 TO WS-EXITED-BEFORE
               ELSE
                   PERFORM LOCATE-COMMUNE-ENTRY
                   PERFORM COUNT-PERSON-IN-COMMUNE
               END-IF
           END-IF.

       COUNT-PERSON-IN-COMMUNE.
           IF (STATUT = "D" OR STATUT = "P")
               AND WS-EXIT-DATE NOT > WS-REF-DATE
               IF STATUT = "D"
                   ADD 1 TO WS-DECEDES
                   IF WS-COM-IX > 0
                       ADD 1 TO WS-COM-DECEDES(WS-COM-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-PARTIS
                   IF WS-COM-IX > 0
                       ADD 1 TO WS-COM-PARTIS(WS-COM-IX)
                   END-IF
               END-IF
           ELSE
               PERFORM COMPUTE-BRACKET
               ADD 1 TO WS-POPULATION
               IF WS-COM-IX > 0
                   ADD 1 TO WS-COM-BRACKET(WS-COM-IX, WS-BRACKET)
               END-IF
           END-IF
           IF CAPTURE-DATE IS NUMERIC
               AND CAPTURE-DATE NOT < WS-YEAR-START
               ADD 1 TO WS-ARRIVES
               IF WS-COM-IX > 0
                   ADD 1 TO WS-COM-ARRIVES(WS-COM-IX)
               END-IF
           END-IF.

       COMPUTE-BRACKET.
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               AND DATE-NAISSANCE NOT > WS-REF-DATE
               COMPUTE WS-AGE-W = (WS-REF-DATE - DATE-NAISSANCE)
                   / 10000
           ELSE
               MOVE AGE TO WS-AGE-W
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-W < 15
                   MOVE 1 TO WS-BRACKET
               WHEN WS-AGE-W < 30
                   MOVE 2 TO WS-BRACKET
               WHEN WS-AGE-W < 45
                   MOVE 3 TO WS-BRACKET
               WHEN WS-AGE-W < 60
                   MOVE 4 TO WS-BRACKET
               WHEN WS-AGE-W < 75
                   MOVE 5 TO WS-BRACKET
               WHEN OTHER
                   MOVE 6 TO WS-BRACKET
           END-EVALUATE.

       LOCATE-COMMUNE-ENTRY.
           MOVE "???" TO WS-PERSON-DEPT
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CITY-TALLY
               IF WS-CITY-NAME(WS-CX) = VILLE
                   MOVE WS-CITY-DEPT(WS-CX) TO WS-PERSON-DEPT
               END-IF
           END-PERFORM
           MOVE WS-PERSON-DEPT TO WS-SEARCH-DEPT
           MOVE VILLE TO WS-SEARCH-NAME
           MOVE 0 TO WS-COM-IX
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-COM-TALLY OR WS-COM-IX > 0
               IF WS-COM-KEY(WS-MX) = WS-SEARCH-KEY
                   MOVE WS-MX TO WS-COM-IX
               END-IF
           END-PERFORM
           IF WS-COM-IX = 0
               IF WS-COM-TALLY < 1000
                   PERFORM INSERT-COMMUNE-ENTRY
               ELSE
                   MOVE "Y" TO WS-COM-OVERFLOW
               END-IF
           END-IF.

       INSERT-COMMUNE-ENTRY.
      * The new entry goes in key order : the entries above it move
      * up one place.
           MOVE 1 TO WS-COM-IX
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-COM-TALLY
               IF WS-COM-KEY(WS-MX) < WS-SEARCH-KEY
                   COMPUTE WS-COM-IX = WS-MX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MX FROM WS-COM-TALLY BY -1
                   UNTIL WS-MX < WS-COM-IX
               MOVE WS-COM-ENTRY(WS-MX) TO WS-COM-ENTRY(WS-MX + 1)
           END-PERFORM
           ADD 1 TO WS-COM-TALLY
           INITIALIZE WS-COM-ENTRY(WS-COM-IX)
           MOVE WS-SEARCH-KEY TO WS-COM-KEY(WS-COM-IX).

       CHECK-CONTROL-TIE.
           MOVE "R" TO WS-CTL-ACTION
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT
           END-CALL
           IF WS-CTL-RESULT NOT = "Y"
               MOVE "PAS DE TOTAUX DE CONTROLE POUR CE FICHIER"
                   TO WS-REASON-TEXT
               PERFORM NOTE-DRAFT-REASON
           ELSE
               IF WS-CTL-COUNT NOT = WS-RECORDS-READ
                   OR WS-CTL-HASH NOT = WS-HASH-TOTAL
                   MOVE "TOTAUX NON CONCORDANTS AVEC LE CONTROLE"
                       TO WS-REASON-TEXT
                   PERFORM NOTE-DRAFT-REASON
               END-IF
           END-IF.

       PRINT-RETURN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DECLARATION ANNUELLE DE POPULATION - PREFECTURE - "
               "ANNEE " WS-RETURN-YEAR
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF NOT RETURN-IS-FINAL
               MOVE "*** PROJET - NON TRANSMISSIBLE ***" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "SITUATION AU " WS-REF-DATE " - FICHIER "
               FUNCTION TRIM(WS-DATA-FILENAME)
               " - ETABLIE LE " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DEPT COMMUNE                 0-14   15-29   30-44"
               "   45-59   60-74   75 ET+  POPULATION  DECES  "
               "DEPARTS ARRIVEES"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           INITIALIZE WS-DEPT-TOTALS
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE 0 TO WS-GRAND-BRACKET(WS-BX)
           END-PERFORM
           MOVE SPACES TO WS-CURRENT-DEPT
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-COM-TALLY
               IF WS-COM-DEPT(WS-MX) NOT = WS-CURRENT-DEPT
                   IF WS-MX > 1
                       PERFORM PRINT-DEPT-TOTAL
                   END-IF
                   MOVE WS-COM-DEPT(WS-MX) TO WS-CURRENT-DEPT
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               PERFORM PRINT-COMMUNE-LINE
           END-PERFORM
           IF WS-COM-TALLY > 0
               PERFORM PRINT-DEPT-TOTAL
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-CL-LABEL
           MOVE "TOTAL GENERAL" TO WS-CL-LABEL
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE WS-GRAND-BRACKET(WS-BX) TO WS-CL-BRACKET(WS-BX)
           END-PERFORM
           MOVE WS-POPULATION TO WS-CL-POPULATION
           MOVE WS-DECEDES TO WS-CL-DECEDES
           MOVE WS-PARTIS TO WS-CL-PARTIS
           MOVE WS-ARRIVES TO WS-CL-ARRIVES
           WRITE PRINT-LINE FROM WS-COUNT-LINE
           PERFORM PRINT-RECONCILIATION
           PERFORM PRINT-SIGN-OFF.

       PRINT-COMMUNE-LINE.
           MOVE SPACES TO WS-CL-LABEL
           STRING WS-COM-DEPT(WS-MX) "  " WS-COM-NAME(WS-MX)
               DELIMITED BY SIZE INTO WS-CL-LABEL
           MOVE 0 TO WS-COM-POPULATION
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE WS-COM-BRACKET(WS-MX, WS-BX)
                   TO WS-CL-BRACKET(WS-BX)
               ADD WS-COM-BRACKET(WS-MX, WS-BX) TO WS-COM-POPULATION
               ADD WS-COM-BRACKET(WS-MX, WS-BX) TO WS-DT-BRACKET(WS-BX)
               ADD WS-COM-BRACKET(WS-MX, WS-BX)
                   TO WS-GRAND-BRACKET(WS-BX)
           END-PERFORM
           MOVE WS-COM-POPULATION TO WS-CL-POPULATION
           MOVE WS-COM-DECEDES(WS-MX) TO WS-CL-DECEDES
           MOVE WS-COM-PARTIS(WS-MX) TO WS-CL-PARTIS
           MOVE WS-COM-ARRIVES(WS-MX) TO WS-CL-ARRIVES
           ADD WS-COM-DECEDES(WS-MX) TO WS-DT-DECEDES
           ADD WS-COM-PARTIS(WS-MX) TO WS-DT-PARTIS
           ADD WS-COM-ARRIVES(WS-MX) TO WS-DT-ARRIVES
           WRITE PRINT-LINE FROM WS-COUNT-LINE.

       PRINT-DEPT-TOTAL.
           MOVE SPACES TO WS-CL-LABEL
           STRING "  TOTAL DEPARTEMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-CL-LABEL
           MOVE 0 TO WS-COM-POPULATION
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
               MOVE WS-DT-BRACKET(WS-BX) TO WS-CL-BRACKET(WS-BX)
               ADD WS-DT-BRACKET(WS-BX) TO WS-COM-POPULATION
           END-PERFORM
           MOVE WS-COM-POPULATION TO WS-CL-POPULATION
           MOVE WS-DT-DECEDES TO WS-CL-DECEDES
           MOVE WS-DT-PARTIS TO WS-CL-PARTIS
           MOVE WS-DT-ARRIVES TO WS-CL-ARRIVES
           WRITE PRINT-LINE FROM WS-COUNT-LINE
           INITIALIZE WS-DEPT-TOTALS.

       PRINT-RECONCILIATION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RAPPROCHEMENT AVEC LE FICHIER" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  POPULATION AU " WS-REF-DATE "        : "
               WS-POPULATION DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  DECES DE L'ANNEE              : " WS-DECEDES
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  DEPARTS DE L'ANNEE            : " WS-PARTIS
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  SORTIS AVANT L'ANNEE          : " WS-EXITED-BEFORE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  INSCRITS APRES LE " WS-REF-DATE "    : "
               WS-REGISTERED-AFTER DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "  ENREGISTREMENTS LUS           : " WS-RECORDS-READ
               " - HASH AGE " WS-HASH-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-CTL-RESULT = "Y"
               STRING "  TOTAUX DE CONTROLE            : " WS-CTL-COUNT
                   " - HASH AGE " WS-CTL-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "  TOTAUX DE CONTROLE            : ABSENTS"
                   TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-VP-FOUND = "Y"
               STRING "  VerifyPeople                  : RC " WS-VP-RC
                   " LE " WS-VP-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "  VerifyPeople                  : AUCUN VERDICT"
                   TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-CV-FOUND = "Y"
               STRING "  CountersVerify                : RC " WS-CV-RC
                   " LE " WS-CV-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "  CountersVerify                : AUCUN VERDICT"
                   TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       PRINT-SIGN-OFF.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF RETURN-IS-FINAL
               MOVE SPACES TO PRINT-LINE
               STRING "FICHIER DE TRANSMISSION : "
                   FUNCTION TRIM(WS-SUBMIT-FILENAME)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "ETABLIE PAR " WS-OPERATOR-ID " LE "
                   WS-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "VISA DU RESPONSABLE : ______________________    "
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE "PROJET NON FINALISE :" TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-RSX FROM 1 BY 1
                       UNTIL WS-RSX > WS-REASON-COUNT
                   MOVE SPACES TO PRINT-LINE
                   STRING "  - " WS-REASON(WS-RSX)
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-PERFORM
           END-IF.

       WRITE-SUBMISSION-FILE.
           OPEN OUTPUT SUBMIT_FILE
           IF WS-SUBMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE "
                   FUNCTION TRIM(WS-SUBMIT-FILENAME)
                   " - STATUS " WS-SUBMIT-FILE-STATUS
               MOVE "N" TO WS-FINAL-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO SUBMIT-HEADER
               MOVE "H" TO SBH-TYPE
               MOVE WS-RETURN-YEAR TO SBH-YEAR
               MOVE WS-REF-DATE TO SBH-REF-DATE
               MOVE WS-OPERATOR-ID TO SBH-PRODUCER
               MOVE WS-TIMESTAMP(1:14) TO SBH-TIMESTAMP
               MOVE WS-DATA-FILENAME TO SBH-SOURCE
               WRITE SUBMIT-HEADER
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-COM-TALLY
                   MOVE SPACES TO SUBMIT-DETAIL
                   MOVE "D" TO SBD-TYPE
                   MOVE WS-COM-DEPT(WS-MX) TO SBD-DEPT
                   MOVE WS-COM-NAME(WS-MX) TO SBD-COMMUNE
                   PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
                       MOVE WS-COM-BRACKET(WS-MX, WS-BX)
                           TO SBD-BRACKET(WS-BX)
                   END-PERFORM
                   MOVE WS-COM-DECEDES(WS-MX) TO SBD-DECEDES
                   MOVE WS-COM-PARTIS(WS-MX) TO SBD-PARTIS
                   MOVE WS-COM-ARRIVES(WS-MX) TO SBD-ARRIVES
                   WRITE SUBMIT-DETAIL
               END-PERFORM
               MOVE SPACES TO SUBMIT-TRAILER
               MOVE "T" TO SBT-TYPE
               MOVE WS-COM-TALLY TO SBT-DETAIL-COUNT
               MOVE WS-POPULATION TO SBT-POPULATION
               MOVE WS-DECEDES TO SBT-DECEDES
               MOVE WS-PARTIS TO SBT-PARTIS
               MOVE WS-ARRIVES TO SBT-ARRIVES
               MOVE WS-RECORDS-READ TO SBT-RECORDS-READ
               MOVE WS-CTL-COUNT TO SBT-CONTROL-COUNT
               WRITE SUBMIT-TRAILER
               CLOSE SUBMIT_FILE
           END-IF.
