      ******************************************************************
      * Name : ReportWriter.cbl
      * Author: RayanPonsolle
      * General list writer over the people file, driven by a saved
      * report definition instead of one more program per list. The
      * definition named in REPORT_NAME (asked for when unset ; a
      * blank answer lists the definitions on file) is read from
      * report_defs.txt (RPTDEF.cpy) : the PERSONREC columns to print
      * and their headings, the selection conditions (equal, range,
      * blank or not blank on any field), up to three sort keys, the
      * control breaks with their subtotals - a count, plus the sum
      * of the columns marked for a total - and the page title.
      * The file is read once in PERSON-ID order, the selected
      * records go through a SORT whose keys are filled from the
      * definition (each key has an ascending and a descending slot,
      * the unused one left blank so it does not weigh on the
      * order), and the sorted records are printed page by page with
      * the title, the run date and the column headings on every
      * page, the subtotals at each break, the grand total and the
      * selection echoed at the end. An O line in the definition
      * also writes the list to a fixed-width or CSV file.
      * Telephone, e-mail, birth date and the address (both lines and
      * the postal code) go through PersonMask.cbl, in the print and
      * in the file alike, so a list run by a masked operator shows
      * no more than the screen.
      * The operator signs on (OperSignon.cbl) ; one scoped to a
      * branch in operators.dat (BranchScope.cbl) only lists that
      * branch's persons, the others counted at the end of the list
      * and the filtering audited once.
      * A definition with an error is listed line by line and not
      * run (RETURN-CODE 8) ; RETURN-CODE 4 when nobody is selected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportWriter.

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

           SELECT DEF_FILE ASSIGN TO WS-DEF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT OUTPUT_FILE ASSIGN TO WS-OUTPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "rptsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  DEF_FILE.
           COPY RPTDEF.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  OUTPUT_FILE.
       01  OUTPUT-LINE PIC X(500).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SRT-KEYS.
               10 SRT-KEY-1A PIC X(40).
               10 SRT-KEY-1D PIC X(40).
               10 SRT-KEY-2A PIC X(40).
               10 SRT-KEY-2D PIC X(40).
               10 SRT-KEY-3A PIC X(40).
               10 SRT-KEY-3D PIC X(40).
           05 SRT-KEY-TABLE REDEFINES SRT-KEYS.
               10 SRT-KEY-PAIR OCCURS 3 TIMES.
                   15 SRT-KEY-ASC PIC X(40).
                   15 SRT-KEY-DESC PIC X(40).
           05 SRT-AREA PIC X(235).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DEF-FILENAME PIC X(60) VALUE "report_defs.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "report_writer.prt".
       01  WS-OUTPUT-FILENAME PIC X(60).
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-DEF-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OUTPUT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-DEF-END PIC 9.
       01  WS-SORT-END PIC 9.
       01  WS-REPORT-NAME PIC X(8).
       01  WS-TRAINING-MODE PIC X.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "ReportWriter".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.
           COPY SCOPEVIEW.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).

      * The fields a definition may name : PERSONREC position,
      * length, printed width (the masked telephone is wider than the
      * stored one), N numeric or X alphanumeric, and the PersonMask
      * value printed in its place (T telephone, E e-mail, D birth
      * date, A and B address lines, P postal code). AGE-ACTUEL
      * follows the record in the work area.
       01  WS-FIELD-CATALOG.
           05 FILLER PIC X(20) VALUE "NOM".
           05 FILLER PIC X(9) VALUE "0012020X ".
           05 FILLER PIC X(20) VALUE "AGE".
           05 FILLER PIC X(9) VALUE "0210202N ".
           05 FILLER PIC X(20) VALUE "VILLE".
           05 FILLER PIC X(9) VALUE "0232020X ".
           05 FILLER PIC X(20) VALUE "SEQ-NO".
           05 FILLER PIC X(9) VALUE "0430606N ".
           05 FILLER PIC X(20) VALUE "RUNNING-TOTAL".
           05 FILLER PIC X(9) VALUE "0490909N ".
           05 FILLER PIC X(20) VALUE "CAPTURE-DATE".
           05 FILLER PIC X(9) VALUE "0580808N ".
           05 FILLER PIC X(20) VALUE "ADR-LIGNE-1".
           05 FILLER PIC X(9) VALUE "0663030XA".
           05 FILLER PIC X(20) VALUE "ADR-LIGNE-2".
           05 FILLER PIC X(9) VALUE "0963030XB".
           05 FILLER PIC X(20) VALUE "CODE-POSTAL".
           05 FILLER PIC X(9) VALUE "1260505XP".
           05 FILLER PIC X(20) VALUE "DATE-NAISSANCE".
           05 FILLER PIC X(9) VALUE "1310808ND".
           05 FILLER PIC X(20) VALUE "DATE-NAISSANCE-FLAG".
           05 FILLER PIC X(9) VALUE "1390101X ".
           05 FILLER PIC X(20) VALUE "CAPTURE-DATE-FLAG".
           05 FILLER PIC X(9) VALUE "1400101X ".
           05 FILLER PIC X(20) VALUE "BRANCH-CODE".
           05 FILLER PIC X(9) VALUE "1410808X ".
           05 FILLER PIC X(20) VALUE "PERSON-ID".
           05 FILLER PIC X(9) VALUE "1490606N ".
           05 FILLER PIC X(20) VALUE "TELEPHONE".
           05 FILLER PIC X(9) VALUE "1551014XT".
           05 FILLER PIC X(20) VALUE "EMAIL".
           05 FILLER PIC X(9) VALUE "1654040XE".
           05 FILLER PIC X(20) VALUE "CONTACT-PREF".
           05 FILLER PIC X(9) VALUE "2050101X ".
           05 FILLER PIC X(20) VALUE "STATUT".
           05 FILLER PIC X(9) VALUE "2060101X ".
           05 FILLER PIC X(20) VALUE "STATUT-DATE".
           05 FILLER PIC X(9) VALUE "2070808N ".
           05 FILLER PIC X(20) VALUE "ADR-INVALID-FLAG".
           05 FILLER PIC X(9) VALUE "2150101X ".
           05 FILLER PIC X(20) VALUE "ADR-INVALID-DATE".
           05 FILLER PIC X(9) VALUE "2160808N ".
           05 FILLER PIC X(20) VALUE "EMAIL-INVALID-FLAG".
           05 FILLER PIC X(9) VALUE "2240101X ".
           05 FILLER PIC X(20) VALUE "EMAIL-INVALID-DATE".
           05 FILLER PIC X(9) VALUE "2250808N ".
           05 FILLER PIC X(20) VALUE "CIVILITE".
           05 FILLER PIC X(9) VALUE "2330101X ".
           05 FILLER PIC X(20) VALUE "AGE-ACTUEL".
           05 FILLER PIC X(9) VALUE "2340202N ".
       01  WS-CATALOG-TABLE REDEFINES WS-FIELD-CATALOG.
           05 WS-CAT-ENTRY OCCURS 25 TIMES.
               10 WS-CAT-NAME PIC X(20).
               10 WS-CAT-START PIC 9(3).
               10 WS-CAT-LENGTH PIC 9(2).
               10 WS-CAT-WIDTH PIC 9(2).
               10 WS-CAT-TYPE PIC X.
               10 WS-CAT-MASK PIC X.
       01  WS-CAT-COUNT PIC 9(2) VALUE 25.
       01  WS-FX PIC 9(2).
       01  WS-FIELD-FOUND PIC X.
           88 FIELD-IS-KNOWN VALUE "Y".

      * The record as the definition sees it : PERSONREC followed by
      * the age computed from the birth date.
       01  WS-REPORT-AREA.
           05 WS-RA-RECORD PIC X(233).
           05 WS-RA-AGE-ACTUEL PIC 99.

      * The definition once read and checked.
       01  WS-DEF-LINES PIC 9(4) VALUE 0.
       01  WS-DEF-ERRORS PIC 9(4) VALUE 0.
       01  WS-ERROR-TEXT PIC X(60).
       01  WS-TITLE PIC X(60).
       01  WS-TITLE-FOUND PIC X VALUE "N".
           88 TITLE-IS-FOUND VALUE "Y".
       01  WS-COLUMN-TABLE.
           05 WS-COL-ENTRY OCCURS 12 TIMES.
               10 WS-COL-FX PIC 9(2).
               10 WS-COL-HEADING PIC X(20).
               10 WS-COL-TOTAL PIC X.
               10 WS-COL-WIDTH PIC 9(2).
       01  WS-COL-COUNT PIC 9(2) VALUE 0.
       01  WS-CX PIC 9(2).
       01  WS-CONDITION-TABLE.
           05 WS-CD-ENTRY OCCURS 10 TIMES.
               10 WS-CD-FX PIC 9(2).
               10 WS-CD-OPERATOR PIC X(2).
               10 WS-CD-VALUE-1 PIC X(40).
               10 WS-CD-VALUE-2 PIC X(40).
               10 WS-CD-TEXT PIC X(110).
               10 WS-CD-RESULT PIC X.
       01  WS-CD-COUNT PIC 9(2) VALUE 0.
       01  WS-DX PIC 9(2).
       01  WS-DY PIC 9(2).
       01  WS-SORT-KEY-TABLE.
           05 WS-SK-ENTRY OCCURS 3 TIMES.
               10 WS-SK-FX PIC 9(2).
               10 WS-SK-ORDER PIC X.
       01  WS-SK-COUNT PIC 9 VALUE 0.
       01  WS-KX PIC 9.
       01  WS-BREAK-TABLE.
           05 WS-BK-ENTRY OCCURS 3 TIMES.
               10 WS-BK-FX PIC 9(2).
               10 WS-BK-HOLD PIC X(40).
       01  WS-BK-COUNT PIC 9 VALUE 0.
       01  WS-BX PIC S9.
       01  WS-CHANGED-LEVEL PIC 9.
       01  WS-FIRST-DETAIL PIC X VALUE "Y".
       01  WS-OUT-FORMAT PIC X VALUE SPACE.
           88 OUTPUT-NONE VALUE SPACE.
           88 OUTPUT-FIXED VALUE "F".
           88 OUTPUT-CSV VALUE "C".
       01  WS-OUT-NAME PIC X(60) VALUE SPACES.

      * Totals : level 1 the whole list, level 2 to 4 the first to
      * third control break.
       01  WS-TOTALS-TABLE.
           05 WS-TOT-LEVEL OCCURS 4 TIMES.
               10 WS-TOT-COUNT PIC 9(7).
               10 WS-TOT-SUM PIC 9(12) OCCURS 12 TIMES.
       01  WS-LX PIC 9.

       01  WS-RAW-VALUE PIC X(40).
       01  WS-NORM-VALUE PIC X(40).
       01  WS-NUM-VALUE PIC 9(9).
       01  WS-COL-VALUE PIC X(40).
       01  WS-HEADING-WORK PIC X(20).
       01  WS-HEADING-LEN PIC 9(2).
       01  WS-LINE-WIDTH PIC 9(4).
       01  WS-POS PIC 9(4).
       01  WS-OUT-PTR PIC 9(4).
       01  WS-MATCH PIC X.
           88 RECORD-MATCHES VALUE "Y".
       01  WS-ALT-FOUND PIC X.
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-SELECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-PAGE-NO PIC 9(4) VALUE 0.
       01  WS-LINE-NO PIC 9(4) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(4) VALUE 50.
       01  WS-HEADING-LINE PIC X(132).
       01  WS-UNDERLINE-LINE PIC X(132).
       01  WS-BODY-LINE PIC X(132).
       01  WS-COUNT-EDIT PIC Z(6)9.
       01  WS-SUM-EDIT PIC Z(11)9.
           COPY MASKVIEW.

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
               DISPLAY "OPERATEUR NON AUTORISE : " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "TRAINING_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRAINING-MODE FROM ENVIRONMENT-VALUE.

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

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "report_writer.prt" TO WS-PRINT-FILENAME
           END-IF.

           DISPLAY "REPORT_DEFS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEF-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DEF-FILENAME = SPACES
               MOVE "report_defs.txt" TO WS-DEF-FILENAME
           END-IF.

           DISPLAY "REPORT_NAME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REPORT-NAME FROM ENVIRONMENT-VALUE.
           IF WS-REPORT-NAME = SPACES
               DISPLAY "Nom de l'etat (vide = liste des etats) : "
               ACCEPT WS-REPORT-NAME
               IF WS-REPORT-NAME = SPACES
                   PERFORM LIST-DEFINITIONS
                   DISPLAY "Nom de l'etat : "
                   ACCEPT WS-REPORT-NAME
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME.
           IF WS-REPORT-NAME = SPACES
               DISPLAY "AUCUN ETAT DEMANDE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DEFINITION.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

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
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           IF NOT OUTPUT-NONE
               OPEN OUTPUT OUTPUT_FILE
               IF WS-OUTPUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-OUTPUT-FILENAME
                       " - STATUS " WS-OUTPUT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE DATA_FILE
                   CLOSE PRINT_FILE
                   GOBACK
               END-IF
               IF OUTPUT-CSV
                   PERFORM WRITE-CSV-HEADINGS
               END-IF
           END-IF.

           INITIALIZE WS-TOTALS-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-KEY-1A
               DESCENDING KEY SRT-KEY-1D
               ASCENDING KEY SRT-KEY-2A
               DESCENDING KEY SRT-KEY-2D
               ASCENDING KEY SRT-KEY-3A
               DESCENDING KEY SRT-KEY-3D
               INPUT PROCEDURE IS SELECT-RECORDS
               OUTPUT PROCEDURE IS PRINT-SELECTED.

           CLOSE DATA_FILE.
           CLOSE PRINT_FILE.
           IF NOT OUTPUT-NONE
               CLOSE OUTPUT_FILE
           END-IF.

           IF WS-SCOPE-HIDDEN > 0
               MOVE "F" TO SCP-ACTION
               MOVE WS-REPORT-NAME TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.

           DISPLAY "ETAT " FUNCTION TRIM(WS-REPORT-NAME) " TERMINE : "
               WS-SELECTED-COUNT " PERSONNE(S) SUR " WS-READ-COUNT
               " LUE(S)".
           IF NOT OUTPUT-NONE
               DISPLAY "FICHIER PRODUIT : "
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
           END-IF.
           IF WS-SELECTED-COUNT = 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LIST-DEFINITIONS.
           OPEN INPUT DEF_FILE.
           IF WS-DEF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DEF-FILENAME
                   " - STATUS " WS-DEF-FILE-STATUS
           ELSE
               DISPLAY "ETATS ENREGISTRES :"
               MOVE 1 TO WS-DEF-END
               PERFORM UNTIL WS-DEF-END = 0
                   READ DEF_FILE
                       AT END
                           MOVE 0 TO WS-DEF-END
                       NOT AT END
                           IF RDF-NAME(1:1) NOT = "*"
                               AND RDF-TITLE-LINE
                               DISPLAY "  " RDF-NAME "  " RDF-TITLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEF_FILE
           END-IF.

       LOAD-DEFINITION.
           OPEN INPUT DEF_FILE.
           IF WS-DEF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DEF-FILENAME
                   " - STATUS " WS-DEF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-DEF-END
               PERFORM UNTIL WS-DEF-END = 0
                   READ DEF_FILE
                       AT END
                           MOVE 0 TO WS-DEF-END
                       NOT AT END
                           IF RDF-NAME(1:1) NOT = "*"
                               AND FUNCTION UPPER-CASE(RDF-NAME)
                                   = WS-REPORT-NAME
                               ADD 1 TO WS-DEF-LINES
                               PERFORM TAKE-DEFINITION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEF_FILE
               IF WS-DEF-LINES = 0
                   DISPLAY "ETAT INCONNU : " WS-REPORT-NAME
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-DEFINITION
                   IF WS-DEF-ERRORS > 0
                       DISPLAY "ETAT " WS-REPORT-NAME " NON EXECUTE : "
                           WS-DEF-ERRORS " ERREUR(S) DE DEFINITION"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM BUILD-HEADING-LINES
                   END-IF
               END-IF
           END-IF.

       TAKE-DEFINITION-LINE.
           EVALUATE TRUE
               WHEN RDF-TITLE-LINE
                   MOVE RDF-TITLE TO WS-TITLE
                   MOVE "Y" TO WS-TITLE-FOUND
               WHEN RDF-COLUMN-LINE
                   PERFORM TAKE-COLUMN-LINE
               WHEN RDF-SELECT-LINE
                   PERFORM TAKE-SELECT-LINE
               WHEN RDF-SORT-LINE
                   PERFORM TAKE-SORT-LINE
               WHEN RDF-BREAK-LINE
                   PERFORM TAKE-BREAK-LINE
               WHEN RDF-OUTPUT-LINE
                   PERFORM TAKE-OUTPUT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "TYPE DE LIGNE INCONNU : " RDF-TYPE
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEF-ERROR
           END-EVALUATE.

       FIND-FIELD.
           MOVE "N" TO WS-FIELD-FOUND
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-CAT-COUNT OR FIELD-IS-KNOWN
               IF WS-CAT-NAME(WS-FX) = FUNCTION UPPER-CASE(RDF-FIELD)
                   MOVE "Y" TO WS-FIELD-FOUND
               END-IF
           END-PERFORM
           IF FIELD-IS-KNOWN
               SUBTRACT 1 FROM WS-FX
           ELSE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "RUBRIQUE INCONNUE : " RDF-FIELD
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           END-IF.

       TAKE-COLUMN-LINE.
           IF WS-COL-COUNT >= 12
               MOVE "PLUS DE 12 COLONNES" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           ELSE
               PERFORM FIND-FIELD
               IF FIELD-IS-KNOWN
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-FX TO WS-COL-FX(WS-COL-COUNT)
                   IF RDF-HEADING = SPACES
                       MOVE WS-CAT-NAME(WS-FX) TO WS-HEADING-WORK
                   ELSE
                       MOVE RDF-HEADING TO WS-HEADING-WORK
                   END-IF
                   MOVE WS-HEADING-WORK TO
                       WS-COL-HEADING(WS-COL-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HEADING-WORK
                       TRAILING)) TO WS-HEADING-LEN
                   IF WS-HEADING-LEN > WS-CAT-WIDTH(WS-FX)
                       MOVE WS-HEADING-LEN TO
                           WS-COL-WIDTH(WS-COL-COUNT)
                   ELSE
                       MOVE WS-CAT-WIDTH(WS-FX) TO
                           WS-COL-WIDTH(WS-COL-COUNT)
                   END-IF
                   MOVE SPACE TO WS-COL-TOTAL(WS-COL-COUNT)
                   IF RDF-TOTAL = "O" OR RDF-TOTAL = "o"
                       IF WS-CAT-TYPE(WS-FX) = "N"
                           MOVE "O" TO WS-COL-TOTAL(WS-COL-COUNT)
                       ELSE
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "TOTAL SUR RUBRIQUE NON NUMERIQUE : "
                               WS-CAT-NAME(WS-FX)
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM REPORT-DEF-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-SELECT-LINE.
           IF WS-CD-COUNT >= 10
               MOVE "PLUS DE 10 CONDITIONS" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           ELSE
               PERFORM FIND-FIELD
               IF FIELD-IS-KNOWN
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-FX TO WS-CD-FX(WS-CD-COUNT)
                   MOVE FUNCTION UPPER-CASE(RDF-OPERATOR)
                       TO WS-CD-OPERATOR(WS-CD-COUNT)
                   MOVE SPACES TO WS-CD-TEXT(WS-CD-COUNT)
                   STRING WS-CAT-NAME(WS-FX) " "
                       WS-CD-OPERATOR(WS-CD-COUNT) " "
                       RDF-VALUE-1 DELIMITED BY SIZE
                       INTO WS-CD-TEXT(WS-CD-COUNT)
                   IF RDF-VALUE-2 NOT = SPACES
                       MOVE RDF-VALUE-2 TO
                           WS-CD-TEXT(WS-CD-COUNT)(67:40)
                   END-IF
                   EVALUATE WS-CD-OPERATOR(WS-CD-COUNT)
                       WHEN "EQ"
                           MOVE RDF-VALUE-1 TO WS-RAW-VALUE
                           PERFORM NORMALISE-VALUE
                           MOVE WS-NORM-VALUE TO
                               WS-CD-VALUE-1(WS-CD-COUNT)
                       WHEN "RG"
                           IF RDF-VALUE-1 = SPACES
                               MOVE LOW-VALUES TO
                                   WS-CD-VALUE-1(WS-CD-COUNT)
                           ELSE
                               MOVE RDF-VALUE-1 TO WS-RAW-VALUE
                               PERFORM NORMALISE-VALUE
                               MOVE WS-NORM-VALUE TO
                                   WS-CD-VALUE-1(WS-CD-COUNT)
                           END-IF
                           IF RDF-VALUE-2 = SPACES
                               MOVE HIGH-VALUES TO
                                   WS-CD-VALUE-2(WS-CD-COUNT)
                           ELSE
                               MOVE RDF-VALUE-2 TO WS-RAW-VALUE
                               PERFORM NORMALISE-VALUE
                               MOVE WS-NORM-VALUE TO
                                   WS-CD-VALUE-2(WS-CD-COUNT)
                           END-IF
                       WHEN "BL"
                           CONTINUE
                       WHEN "NB"
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "OPERATEUR INCONNU : " RDF-OPERATOR
                               " (EQ, RG, BL, NB)"
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM REPORT-DEF-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

       NORMALISE-VALUE.
      * A value for a numeric field is right-aligned on the field's
      * length with leading zeros, so that the comparison as text
      * gives the numeric order ; any other value is compared as
      * keyed, padded with spaces.
           MOVE SPACES TO WS-NORM-VALUE
           IF WS-CAT-TYPE(WS-FX) = "N"
               IF FUNCTION TEST-NUMVAL(WS-RAW-VALUE) NOT = 0
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "VALEUR NON NUMERIQUE : " WS-RAW-VALUE
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEF-ERROR
               ELSE
                   MOVE FUNCTION NUMVAL(WS-RAW-VALUE) TO WS-NUM-VALUE
                   MOVE WS-NUM-VALUE(10 - WS-CAT-LENGTH(WS-FX):
                       WS-CAT-LENGTH(WS-FX))
                       TO WS-NORM-VALUE(1:WS-CAT-LENGTH(WS-FX))
                   IF WS-CAT-LENGTH(WS-FX) < 9
                       IF WS-NUM-VALUE(1:9 - WS-CAT-LENGTH(WS-FX))
                           NOT = ZEROS
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "VALEUR TROP LONGUE : " WS-RAW-VALUE
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM REPORT-DEF-ERROR
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE WS-RAW-VALUE TO WS-NORM-VALUE
           END-IF.

       TAKE-SORT-LINE.
           IF WS-SK-COUNT >= 3
               MOVE "PLUS DE 3 CLES DE TRI" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           ELSE
               PERFORM FIND-FIELD
               IF FIELD-IS-KNOWN
                   ADD 1 TO WS-SK-COUNT
                   MOVE WS-FX TO WS-SK-FX(WS-SK-COUNT)
                   EVALUATE RDF-ORDER
                       WHEN "A"
                       WHEN "a"
                       WHEN SPACE
                           MOVE "A" TO WS-SK-ORDER(WS-SK-COUNT)
                       WHEN "D"
                       WHEN "d"
                           MOVE "D" TO WS-SK-ORDER(WS-SK-COUNT)
                       WHEN OTHER
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "ORDRE DE TRI INCONNU : " RDF-ORDER
                               " (A, D)"
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM REPORT-DEF-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

       TAKE-BREAK-LINE.
           IF WS-BK-COUNT >= 3
               MOVE "PLUS DE 3 RUPTURES" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           ELSE
               PERFORM FIND-FIELD
               IF FIELD-IS-KNOWN
                   ADD 1 TO WS-BK-COUNT
                   MOVE WS-FX TO WS-BK-FX(WS-BK-COUNT)
               END-IF
           END-IF.

       TAKE-OUTPUT-LINE.
           EVALUATE RDF-OUT-FORMAT
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO WS-OUT-FORMAT
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-OUT-FORMAT
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "FORMAT DE FICHIER INCONNU : " RDF-OUT-FORMAT
                       " (F, C)"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEF-ERROR
           END-EVALUATE
           MOVE RDF-OUT-FILE TO WS-OUT-NAME.

       CHECK-DEFINITION.
           IF NOT TITLE-IS-FOUND
               MOVE "LIGNE T (TITRE) ABSENTE" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           END-IF
           IF WS-COL-COUNT = 0
               MOVE "AUCUNE LIGNE C (COLONNE)" TO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           END-IF
      * A break is on the sort key of the same rank, otherwise the
      * records of a group would not arrive together.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-BK-COUNT
               IF WS-KX > WS-SK-COUNT
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "RUPTURE " WS-KX " SANS CLE DE TRI"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEF-ERROR
               ELSE
                   IF WS-BK-FX(WS-KX) NOT = WS-SK-FX(WS-KX)
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING "RUPTURE " WS-KX
                           " DIFFERENTE DE LA CLE DE TRI " WS-KX
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM REPORT-DEF-ERROR
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LINE-WIDTH
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               ADD WS-COL-WIDTH(WS-CX) 1 TO WS-LINE-WIDTH
           END-PERFORM
           IF WS-LINE-WIDTH > 133
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "LIGNE DE " WS-LINE-WIDTH
                   " CARACTERES, 132 AU PLUS"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM REPORT-DEF-ERROR
           END-IF
           IF NOT OUTPUT-NONE
               IF WS-OUT-NAME = SPACES
                   MOVE SPACES TO WS-OUTPUT-FILENAME
                   IF OUTPUT-CSV
                       STRING FUNCTION LOWER-CASE(WS-REPORT-NAME)
                           DELIMITED BY SPACE ".csv" DELIMITED BY SIZE
                           INTO WS-OUTPUT-FILENAME
                   ELSE
                       STRING FUNCTION LOWER-CASE(WS-REPORT-NAME)
                           DELIMITED BY SPACE ".txt" DELIMITED BY SIZE
                           INTO WS-OUTPUT-FILENAME
                   END-IF
               ELSE
                   MOVE WS-OUT-NAME TO WS-OUTPUT-FILENAME
               END-IF
           END-IF.

       REPORT-DEF-ERROR.
           ADD 1 TO WS-DEF-ERRORS
           DISPLAY "ETAT " WS-REPORT-NAME " : " WS-ERROR-TEXT.

       BUILD-HEADING-LINES.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE SPACES TO WS-UNDERLINE-LINE
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-HEADING(WS-CX) TO
                   WS-HEADING-LINE(WS-POS:WS-COL-WIDTH(WS-CX))
               MOVE ALL "-" TO
                   WS-UNDERLINE-LINE(WS-POS:WS-COL-WIDTH(WS-CX))
               ADD WS-COL-WIDTH(WS-CX) 1 TO WS-POS
           END-PERFORM.

       SELECT-RECORDS.
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SELECT-IF-MATCHING
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-IF-MATCHING.
           MOVE FILE_DATA TO WS-RA-RECORD
           PERFORM COMPUTE-EFFECTIVE-AGE
           MOVE WS-EFFECTIVE-AGE TO WS-RA-AGE-ACTUEL
           PERFORM APPLY-CONDITIONS
      * Another branch's person, for an operator scoped to one
      * branch, is not there to be listed at all.
           IF RECORD-MATCHES
               MOVE "C" TO SCP-ACTION
               MOVE "ReportWriter" TO SCP-PROGRAM
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
               IF SCOPE-OUT
                   ADD 1 TO WS-SCOPE-HIDDEN
                   MOVE "N" TO WS-MATCH
               END-IF
           END-IF
           IF RECORD-MATCHES
               MOVE SPACES TO SRT-KEYS
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-SK-COUNT
                   MOVE WS-SK-FX(WS-KX) TO WS-FX
                   IF WS-SK-ORDER(WS-KX) = "D"
                       MOVE WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                           TO SRT-KEY-DESC(WS-KX)
                   ELSE
                       MOVE WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                           TO SRT-KEY-ASC(WS-KX)
                   END-IF
               END-PERFORM
               MOVE WS-REPORT-AREA TO SRT-AREA
               RELEASE SORT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       APPLY-CONDITIONS.
      * Each condition is tried on its own, then a field passes when
      * any one of its conditions holds, and the record when every
      * field named passes.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-CD-COUNT
               PERFORM TEST-ONE-CONDITION
           END-PERFORM
           MOVE "Y" TO WS-MATCH
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-CD-COUNT OR NOT RECORD-MATCHES
               IF WS-CD-RESULT(WS-DX) = "N"
                   MOVE "N" TO WS-ALT-FOUND
                   PERFORM VARYING WS-DY FROM 1 BY 1
                           UNTIL WS-DY > WS-CD-COUNT
                       IF WS-CD-FX(WS-DY) = WS-CD-FX(WS-DX)
                           AND WS-CD-RESULT(WS-DY) = "Y"
                           MOVE "Y" TO WS-ALT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ALT-FOUND = "N"
                       MOVE "N" TO WS-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       TEST-ONE-CONDITION.
           MOVE WS-CD-FX(WS-DX) TO WS-FX
           MOVE "N" TO WS-CD-RESULT(WS-DX)
           EVALUATE WS-CD-OPERATOR(WS-DX)
               WHEN "EQ"
                   IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                       = WS-CD-VALUE-1(WS-DX)(1:WS-CAT-LENGTH(WS-FX))
                       MOVE "Y" TO WS-CD-RESULT(WS-DX)
                   END-IF
               WHEN "RG"
                   IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                       >= WS-CD-VALUE-1(WS-DX)(1:WS-CAT-LENGTH(WS-FX))
                       AND WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                       <= WS-CD-VALUE-2(WS-DX)(1:WS-CAT-LENGTH(WS-FX))
                       MOVE "Y" TO WS-CD-RESULT(WS-DX)
                   END-IF
               WHEN "BL"
                   IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX)) = SPACES
                       OR (WS-CAT-TYPE(WS-FX) = "N"
                       AND WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX)) = ZEROS)
                       MOVE "Y" TO WS-CD-RESULT(WS-DX)
                   END-IF
               WHEN "NB"
                   MOVE "Y" TO WS-CD-RESULT(WS-DX)
                   IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX)) = SPACES
                       OR (WS-CAT-TYPE(WS-FX) = "N"
                       AND WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX)) = ZEROS)
                       MOVE "N" TO WS-CD-RESULT(WS-DX)
                   END-IF
           END-EVALUATE.

       COMPUTE-EFFECTIVE-AGE.
      * Current age derived from the date of birth when the record
      * carries one ; records without one fall back to the stored AGE.
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

       PRINT-SELECTED.
           MOVE 1 TO WS-SORT-END
           PERFORM UNTIL WS-SORT-END = 0
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 0 TO WS-SORT-END
                   NOT AT END
                       PERFORM PRINT-ONE-RECORD
               END-RETURN
           END-PERFORM
           IF WS-SELECTED-COUNT = 0
               PERFORM PRINT-PAGE-HEADER
               MOVE "AUCUNE PERSONNE NE REPOND A LA SELECTION."
                   TO WS-BODY-LINE
               PERFORM EMIT-BODY-LINE
           ELSE
               PERFORM VARYING WS-BX FROM WS-BK-COUNT BY -1
                       UNTIL WS-BX < 1
                   PERFORM PRINT-BREAK-TOTALS
               END-PERFORM
           END-IF
           PERFORM PRINT-GRAND-TOTAL
           PERFORM PRINT-SELECTION-ECHO.

       PRINT-ONE-RECORD.
           MOVE SRT-AREA TO WS-REPORT-AREA
           IF WS-BK-COUNT > 0
               PERFORM CHECK-CONTROL-BREAKS
           END-IF
           MOVE WS-RA-RECORD TO FILE_DATA
           MOVE "N" TO MSK-UNMASK
           CALL "PersonMask" USING FILE_DATA MASK-VIEW
           END-CALL
           MOVE SPACES TO WS-BODY-LINE
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               PERFORM GET-COLUMN-VALUE
               MOVE WS-COL-VALUE TO
                   WS-BODY-LINE(WS-POS:WS-COL-WIDTH(WS-CX))
               ADD WS-COL-WIDTH(WS-CX) 1 TO WS-POS
               IF WS-COL-TOTAL(WS-CX) = "O"
                   PERFORM ADD-COLUMN-TOTAL
               END-IF
           END-PERFORM
           PERFORM EMIT-BODY-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-BK-COUNT + 1
               ADD 1 TO WS-TOT-COUNT(WS-LX)
           END-PERFORM
           IF NOT OUTPUT-NONE
               PERFORM WRITE-OUTPUT-LINE
           END-IF.

       GET-COLUMN-VALUE.
           MOVE WS-COL-FX(WS-CX) TO WS-FX
           EVALUATE WS-CAT-MASK(WS-FX)
               WHEN "T"
                   MOVE MSK-TELEPHONE TO WS-COL-VALUE
               WHEN "E"
                   MOVE MSK-EMAIL TO WS-COL-VALUE
               WHEN "D"
                   MOVE MSK-NAISSANCE TO WS-COL-VALUE
               WHEN "A"
                   MOVE MSK-ADR-LIGNE-1 TO WS-COL-VALUE
               WHEN "B"
                   MOVE MSK-ADR-LIGNE-2 TO WS-COL-VALUE
               WHEN "P"
                   MOVE MSK-CODE-POSTAL TO WS-COL-VALUE
               WHEN OTHER
                   MOVE WS-REPORT-AREA(WS-CAT-START(WS-FX):
                       WS-CAT-LENGTH(WS-FX)) TO WS-COL-VALUE
           END-EVALUATE.

       ADD-COLUMN-TOTAL.
           MOVE WS-COL-FX(WS-CX) TO WS-FX
           IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                   WS-CAT-LENGTH(WS-FX)) IS NUMERIC
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-BK-COUNT + 1
                   COMPUTE WS-TOT-SUM(WS-LX, WS-CX) =
                       WS-TOT-SUM(WS-LX, WS-CX)
                       + FUNCTION NUMVAL(WS-REPORT-AREA(
                       WS-CAT-START(WS-FX):WS-CAT-LENGTH(WS-FX)))
               END-PERFORM
           END-IF.

       CHECK-CONTROL-BREAKS.
           IF WS-FIRST-DETAIL = "Y"
               MOVE "N" TO WS-FIRST-DETAIL
           ELSE
               MOVE 0 TO WS-CHANGED-LEVEL
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-BK-COUNT
                       OR WS-CHANGED-LEVEL > 0
                   MOVE WS-BK-FX(WS-KX) TO WS-FX
                   IF WS-REPORT-AREA(WS-CAT-START(WS-FX):
                           WS-CAT-LENGTH(WS-FX))
                       NOT = WS-BK-HOLD(WS-KX)(1:WS-CAT-LENGTH(WS-FX))
                       MOVE WS-KX TO WS-CHANGED-LEVEL
                   END-IF
               END-PERFORM
               IF WS-CHANGED-LEVEL > 0
                   PERFORM VARYING WS-BX FROM WS-BK-COUNT BY -1
                           UNTIL WS-BX < WS-CHANGED-LEVEL
                       PERFORM PRINT-BREAK-TOTALS
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-BK-COUNT
               MOVE WS-BK-FX(WS-KX) TO WS-FX
               MOVE SPACES TO WS-BK-HOLD(WS-KX)
               MOVE WS-REPORT-AREA(WS-CAT-START(WS-FX):
                   WS-CAT-LENGTH(WS-FX)) TO WS-BK-HOLD(WS-KX)
           END-PERFORM.

       PRINT-BREAK-TOTALS.
      * Subtotal of break level WS-BX, then its totals are cleared
      * for the next group.
           COMPUTE WS-LX = WS-BX + 1
           MOVE WS-BK-FX(WS-BX) TO WS-FX
           MOVE WS-TOT-COUNT(WS-LX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-BODY-LINE
           STRING "  SOUS-TOTAL " DELIMITED BY SIZE
               WS-CAT-NAME(WS-FX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BK-HOLD(WS-BX) DELIMITED BY "  "
               " : " WS-COUNT-EDIT " PERSONNE(S)"
               DELIMITED BY SIZE INTO WS-BODY-LINE
           PERFORM EMIT-BODY-LINE
           PERFORM PRINT-COLUMN-TOTALS
           MOVE SPACES TO WS-BODY-LINE
           PERFORM EMIT-BODY-LINE
           MOVE 0 TO WS-TOT-COUNT(WS-LX)
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
               MOVE 0 TO WS-TOT-SUM(WS-LX, WS-CX)
           END-PERFORM.

       PRINT-GRAND-TOTAL.
           MOVE 1 TO WS-LX
           MOVE WS-TOT-COUNT(1) TO WS-COUNT-EDIT
           IF WS-BK-COUNT = 0
               MOVE SPACES TO WS-BODY-LINE
               PERFORM EMIT-BODY-LINE
           END-IF
           MOVE SPACES TO WS-BODY-LINE
           STRING "TOTAL GENERAL : " WS-COUNT-EDIT
               " PERSONNE(S) SUR " WS-READ-COUNT " LUE(S)"
               DELIMITED BY SIZE INTO WS-BODY-LINE
           PERFORM EMIT-BODY-LINE
           PERFORM PRINT-COLUMN-TOTALS.

       PRINT-COLUMN-TOTALS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               IF WS-COL-TOTAL(WS-CX) = "O"
                   MOVE WS-TOT-SUM(WS-LX, WS-CX) TO WS-SUM-EDIT
                   MOVE SPACES TO WS-BODY-LINE
                   STRING "      TOTAL " WS-COL-HEADING(WS-CX)
                       " : " WS-SUM-EDIT
                       DELIMITED BY SIZE INTO WS-BODY-LINE
                   PERFORM EMIT-BODY-LINE
               END-IF
           END-PERFORM.

       PRINT-SELECTION-ECHO.
           MOVE SPACES TO WS-BODY-LINE
           PERFORM EMIT-BODY-LINE
           IF WS-CD-COUNT = 0
               MOVE "SELECTION : TOUT LE FICHIER" TO WS-BODY-LINE
               PERFORM EMIT-BODY-LINE
           ELSE
               MOVE "SELECTION :" TO WS-BODY-LINE
               PERFORM EMIT-BODY-LINE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-CD-COUNT
                   MOVE SPACES TO WS-BODY-LINE
                   STRING "  " WS-CD-TEXT(WS-DX)
                       DELIMITED BY SIZE INTO WS-BODY-LINE
                   PERFORM EMIT-BODY-LINE
               END-PERFORM
           END-IF.
           IF WS-SCOPE-HIDDEN > 0
               MOVE SPACES TO WS-BODY-LINE
               STRING "HORS DE LA SUCCURSALE : " WS-SCOPE-HIDDEN
                   DELIMITED BY SIZE INTO WS-BODY-LINE
               PERFORM EMIT-BODY-LINE
           END-IF.

       EMIT-BODY-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-BODY-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           IF WS-PAGE-NO > 1
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-TITLE DELIMITED BY "  "
               " - PAGE " WS-PAGE-NO
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-TRAINING-MODE = "O" OR WS-TRAINING-MODE = "o"
               MOVE "*** EXERCICE - DONNEES D'ENTRAINEMENT ***"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               " - ETAT " WS-REPORT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNDERLINE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-LINE-NO.

       WRITE-CSV-HEADINGS.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               IF WS-CX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO OUTPUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               STRING FUNCTION TRIM(WS-COL-HEADING(WS-CX))
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER WS-OUT-PTR
           END-PERFORM
           WRITE OUTPUT-LINE.

       WRITE-OUTPUT-LINE.
      * Fixed width : the columns at their printed width, end to
      * end. CSV : the values trimmed, a comma inside a value
      * turned into a space.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               PERFORM GET-COLUMN-VALUE
               IF OUTPUT-FIXED
                   MOVE WS-COL-VALUE TO
                       OUTPUT-LINE(WS-OUT-PTR:WS-CAT-WIDTH(WS-FX))
                   ADD WS-CAT-WIDTH(WS-FX) TO WS-OUT-PTR
               ELSE
                   INSPECT WS-COL-VALUE REPLACING ALL "," BY " "
                   IF WS-CX > 1
                       STRING "," DELIMITED BY SIZE
                           INTO OUTPUT-LINE WITH POINTER WS-OUT-PTR
                   END-IF
                   STRING FUNCTION TRIM(WS-COL-VALUE)
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           WRITE OUTPUT-LINE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE " WS-OUTPUT-FILENAME
                   " - STATUS " WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
