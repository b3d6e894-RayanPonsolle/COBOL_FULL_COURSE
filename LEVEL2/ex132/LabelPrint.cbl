      ******************************************************************
      * Name : LabelPrint.cbl
      * Author: RayanPonsolle
      * Address labels for the small mailings done in-house rather
      * than through the mailing house : the addresses of an extract
      * are laid out on sheets of adhesive labels, ready to print, so
      * nobody has to type them again.
      * LABEL_SOURCE chooses the extract : M (the default) the
      * mailing house file mailing_extract.txt (MailingExtract.cbl),
      * S a selection_extract.txt (SelectExtract.cbl). Each label
      * carries the name, the two address lines, the code postal and
      * the VILLE. A household line of a MAILING_MODE F extract that
      * stands for more than one member is addressed to the family
      * ("FAMILLE" and the name) ; a representative line goes to the
      * representative as the extract has it.
      * The sheet is described by LABEL_COLUMNS labels across
      * (default 3), LABEL_ROWS labels down (default 8), LABEL_WIDTH
      * print positions from one label to the next (default 40),
      * LABEL_HEIGHT lines from one label to the next (default 6, five
      * at least), LABEL_LEFT positions of left margin (default 2)
      * and LABEL_TOP lines of top margin on each sheet (default 1).
      * A layout wider than the 132-column line is refused.
      * The exclusions of the extracts are applied again against the
      * people file, as it stands when the labels are printed : a
      * person who asked not to be contacted, died or left, or whose
      * address came back NPAI since the extract was taken gets no
      * label. A mailing line is found on the NOM chain with the
      * same code postal and first address line (a line that cannot
      * be found keeps its label) ; for a representative line the
      * represented person is checked by number as well. A selection
      * line is checked by its person number. A line with no address
      * at all gets no label either. Every line left out is counted.
      * The count page, printed to labels_count.prt (COUNT_FILE),
      * proves the extract against its control file - lines read and
      * AGE total against mailing_extract.ctl or selection_extract.ctl
      * - and balances the lines read against the labels printed and
      * the lines left out. Labels go to labels.prt (PRINT_FILE).
      * RETURN-CODE 4 no label printed, 8 the extract does not agree
      * with its control file, 12 refused or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LabelPrint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT_FILE ASSIGN TO WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CONTROL_FILE ASSIGN TO WS-CONTROL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT COUNT_FILE ASSIGN TO WS-COUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT_FILE.
       01  EXTRACT-LINE PIC X(250).
      * mailing_extract.txt, as MailingExtract.cbl writes it.
       01  MAILING-RECORD REDEFINES EXTRACT-LINE.
           05 MAIL-VILLE PIC A(20).
           05 MAIL-NOM PIC A(20).
           05 MAIL-AGE PIC X(3).
           05 MAIL-ADR-1 PIC X(30).
           05 MAIL-ADR-2 PIC X(30).
           05 MAIL-CP PIC X(5).
           05 MAIL-FOYER-FLAG PIC X.
           05 MAIL-FOYER-COUNT PIC 99.
           05 MAIL-REP-FLAG PIC X.
           05 MAIL-FOR-ID PIC 9(6).
           05 MAIL-ADR-GRADE PIC X.
           05 MAIL-SALUTATION PIC X(18).
           05 FILLER PIC X(113).
      * selection_extract.txt : the people record as it was selected.
       01  SELECTION-RECORD REDEFINES EXTRACT-LINE.
           05 SEL-NOM PIC A(20).
           05 SEL-AGE PIC X(2).
           05 SEL-VILLE PIC A(20).
           05 FILLER PIC X(23).
           05 SEL-ADR-1 PIC X(30).
           05 SEL-ADR-2 PIC X(30).
           05 SEL-CP PIC X(5).
           05 FILLER PIC X(18).
           05 SEL-PERSON-ID PIC X(6).
           05 FILLER PIC X(50).
           05 SEL-CONTACT-PREF PIC X.
           05 SEL-STATUT PIC X.
           05 FILLER PIC X(8).
           05 SEL-ADR-INVALID-FLAG PIC X.
           05 FILLER PIC X(17).
           05 SEL-CIVILITE PIC X.
           05 FILLER PIC X(17).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 CTL-RUN-DATE PIC 9(8).
           05 CTL-RECORD-COUNT PIC 9(6).
           05 CTL-AGE-HASH PIC 9(8).

       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  COUNT_FILE.
       01  COUNT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-FILENAME PIC X(60).
       01  WS-CONTROL-FILENAME PIC X(60).
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "labels.prt".
       01  WS-COUNT-FILENAME PIC X(60) VALUE "labels_count.prt".
       01  WS-EXTRACT-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-COUNT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "LabelPrint".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-CHAIN-END PIC 9.
       01  WS-FINAL-RC PIC 99 VALUE 0.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-CTL-DATE-DISPLAY PIC X(10).
       01  WS-FORM-FEED PIC X VALUE X"0C".

      * Which extract, and what the control file says of it.
       01  WS-SOURCE PIC X VALUE "M".
           88 SOURCE-MAILING VALUE "M".
           88 SOURCE-SELECTION VALUE "S".
       01  WS-CONTROL-STATE PIC X VALUE "N".
           88 CONTROL-READ VALUE "Y".
       01  WS-PEOPLE-OPEN PIC X VALUE "N".
           88 PEOPLE-FILE-OPEN VALUE "Y".

      * The sheet.
       01  WS-PARM-INPUT PIC X(4).
       01  WS-PARM-NAME PIC X(14).
       01  WS-PARM-VALUE PIC 9(3).
       01  WS-PARM-MIN PIC 9(3).
       01  WS-PARM-MAX PIC 9(3).
       01  WS-LABEL-COLUMNS PIC 9(3) VALUE 3.
       01  WS-LABEL-ROWS PIC 9(3) VALUE 8.
       01  WS-LABEL-WIDTH PIC 9(3) VALUE 40.
       01  WS-LABEL-HEIGHT PIC 9(3) VALUE 6.
       01  WS-LABEL-LEFT PIC 9(3) VALUE 2.
       01  WS-LABEL-TOP PIC 9(3) VALUE 1.
       01  WS-LABEL-TEXT-WIDTH PIC 9(3).
       01  WS-LAYOUT-WIDTH PIC 9(4).

      * One row of labels is built before it is printed : five text
      * lines for each label across the sheet.
       01  WS-ROW-TABLE.
           05 WS-ROW-LABEL OCCURS 6 TIMES.
               10 WS-ROW-TEXT PIC X(60) OCCURS 5 TIMES.
       01  WS-ROW-FILLED PIC 9(3) VALUE 0.
       01  WS-ROWS-ON-SHEET PIC 9(3) VALUE 0.
       01  WS-SHEET-COUNT PIC 9(5) VALUE 0.
       01  WS-CX PIC 9(3).
       01  WS-LX PIC 9(3).
       01  WS-POS PIC 9(3).

      * The label being built.
       01  WS-LABEL-LINES.
           05 WS-LABEL-LINE PIC X(60) OCCURS 5 TIMES.
       01  WS-LABEL-USED PIC 9.
       01  WS-LABEL-NAME PIC X(60).
       01  WS-LABEL-ADR-1 PIC X(30).
       01  WS-LABEL-ADR-2 PIC X(30).
       01  WS-LABEL-CP PIC X(5).
       01  WS-LABEL-VILLE PIC X(20).
       01  WS-LABEL-NOM PIC X(20).
       01  WS-LABEL-CIVILITE PIC X.
       01  WS-LABEL-FAMILY PIC X.
       01  WS-LINE-AGE PIC 9(3).

      * Check of a line against the people file.
       01  WS-EXCLUDE-REASON PIC X VALUE SPACE.
           88 LINE-KEPT VALUE SPACE.
           88 EXCLUDED-OPTOUT VALUE "C".
           88 EXCLUDED-INACTIVE VALUE "D".
           88 EXCLUDED-NPAI VALUE "I".
           88 EXCLUDED-NO-ADDRESS VALUE "A".
       01  WS-CHECK-ID PIC 9(6).
       01  WS-CHECK-NOM PIC A(20).
       01  WS-CHECK-CP PIC X(5).
       01  WS-CHECK-ADR-1 PIC X(30).

      * Counts.
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-AGE-HASH PIC 9(8) VALUE 0.
       01  WS-LABEL-COUNT PIC 9(6) VALUE 0.
       01  WS-FAMILY-COUNT PIC 9(6) VALUE 0.
       01  WS-REP-COUNT PIC 9(6) VALUE 0.
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-NPAI-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(6) VALUE 0.
       01  WS-LEFT-OUT-COUNT PIC 9(6) VALUE 0.
       01  WS-BALANCE-COUNT PIC 9(6) VALUE 0.
       01  WS-NUM-1 PIC Z(5)9.
       01  WS-NUM-2 PIC Z(5)9.
       01  WS-HASH-1 PIC Z(7)9.
       01  WS-HASH-2 PIC Z(7)9.
       01  WS-RESULT-TEXT PIC X(40).

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

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           PERFORM READ-PARAMETERS.
           IF WS-FINAL-RC NOT = 0
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONTROL_FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL_FILE
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-STATE
               END-READ
               CLOSE CONTROL_FILE
           END-IF.

           OPEN INPUT EXTRACT_FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-EXTRACT-FILENAME
                   " - STATUS " WS-EXTRACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Without the people file the labels still come out, on the
      * exclusions the extract applied when it was taken.
           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS = "00"
               MOVE "Y" TO WS-PEOPLE-OPEN
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE EXTRACT_FILE
               IF PEOPLE-FILE-OPEN
                   CLOSE DATA_FILE
               END-IF
               GOBACK
           END-IF.

           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ EXTRACT_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF EXTRACT-LINE NOT = SPACES
                           PERFORM PROCESS-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-FILLED > 0
               PERFORM PRINT-LABEL-ROW
           END-IF.

           CLOSE EXTRACT_FILE.
           CLOSE PRINT_FILE.
           IF PEOPLE-FILE-OPEN
               CLOSE DATA_FILE
           END-IF.

           PERFORM PRINT-COUNT-PAGE.

           MOVE WS-LABEL-COUNT TO WS-NUM-1.
           MOVE WS-READ-COUNT TO WS-NUM-2.
           DISPLAY "ETIQUETTES : " FUNCTION TRIM(WS-NUM-1)
               " POUR " FUNCTION TRIM(WS-NUM-2) " LIGNE(S) LUE(S), "
               "VOIR " FUNCTION TRIM(WS-PRINT-FILENAME).
           DISPLAY "PAGE DE COMPTAGE : " FUNCTION TRIM(WS-RESULT-TEXT).
           IF WS-LABEL-COUNT = 0 AND WS-FINAL-RC = 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       READ-PARAMETERS.
           DISPLAY "LABEL_SOURCE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-INPUT(1:1)) TO WS-SOURCE.
           IF WS-SOURCE = SPACE
               MOVE "M" TO WS-SOURCE
           END-IF.
           EVALUATE TRUE
               WHEN SOURCE-MAILING
                   MOVE "mailing_extract.txt" TO WS-EXTRACT-FILENAME
                   MOVE "mailing_extract.ctl" TO WS-CONTROL-FILENAME
               WHEN SOURCE-SELECTION
                   MOVE "selection_extract.txt" TO WS-EXTRACT-FILENAME
                   MOVE "selection_extract.ctl" TO WS-CONTROL-FILENAME
               WHEN OTHER
                   DISPLAY "LABEL_SOURCE INVALIDE (M OU S) : "
                       WS-PARM-INPUT
                   MOVE 12 TO WS-FINAL-RC
           END-EVALUATE.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "labels.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "COUNT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-COUNT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-COUNT-FILENAME = SPACES
               MOVE "labels_count.prt" TO WS-COUNT-FILENAME
           END-IF.

           MOVE "LABEL_COLUMNS" TO WS-PARM-NAME
           MOVE WS-LABEL-COLUMNS TO WS-PARM-VALUE
           MOVE 1 TO WS-PARM-MIN
           MOVE 6 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-COLUMNS

           MOVE "LABEL_ROWS" TO WS-PARM-NAME
           MOVE WS-LABEL-ROWS TO WS-PARM-VALUE
           MOVE 1 TO WS-PARM-MIN
           MOVE 30 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-ROWS

           MOVE "LABEL_WIDTH" TO WS-PARM-NAME
           MOVE WS-LABEL-WIDTH TO WS-PARM-VALUE
           MOVE 20 TO WS-PARM-MIN
           MOVE 61 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-WIDTH

           MOVE "LABEL_HEIGHT" TO WS-PARM-NAME
           MOVE WS-LABEL-HEIGHT TO WS-PARM-VALUE
           MOVE 5 TO WS-PARM-MIN
           MOVE 20 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-HEIGHT

           MOVE "LABEL_LEFT" TO WS-PARM-NAME
           MOVE WS-LABEL-LEFT TO WS-PARM-VALUE
           MOVE 0 TO WS-PARM-MIN
           MOVE 40 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-LEFT

           MOVE "LABEL_TOP" TO WS-PARM-NAME
           MOVE WS-LABEL-TOP TO WS-PARM-VALUE
           MOVE 0 TO WS-PARM-MIN
           MOVE 20 TO WS-PARM-MAX
           PERFORM READ-LAYOUT-PARM
           MOVE WS-PARM-VALUE TO WS-LABEL-TOP

      * One position between labels across is left blank, so the
      * text of a label never runs into the next one.
           COMPUTE WS-LABEL-TEXT-WIDTH = WS-LABEL-WIDTH - 1.
           COMPUTE WS-LAYOUT-WIDTH =
               WS-LABEL-LEFT + WS-LABEL-COLUMNS * WS-LABEL-WIDTH.
           IF WS-LAYOUT-WIDTH > 133
               DISPLAY "GABARIT TROP LARGE : " WS-LAYOUT-WIDTH
                   " POSITIONS POUR 132"
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       READ-LAYOUT-PARM.
      * Blank keeps the default ; a value outside the range the
      * sheet allows refuses the run.
           DISPLAY WS-PARM-NAME UPON ENVIRONMENT-NAME.
           MOVE SPACES TO WS-PARM-INPUT.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-PARM-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM-INPUT) NOT = 0
                   OR FUNCTION NUMVAL(WS-PARM-INPUT) < WS-PARM-MIN
                   OR FUNCTION NUMVAL(WS-PARM-INPUT) > WS-PARM-MAX
                   DISPLAY FUNCTION TRIM(WS-PARM-NAME)
                       " INVALIDE (" WS-PARM-MIN " A " WS-PARM-MAX
                       ") : " WS-PARM-INPUT
                   MOVE 12 TO WS-FINAL-RC
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PARM-INPUT)
                       TO WS-PARM-VALUE
               END-IF
           END-IF.

       PROCESS-EXTRACT-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACE TO WS-EXCLUDE-REASON
           MOVE "N" TO WS-LABEL-FAMILY
           IF SOURCE-MAILING
               PERFORM TAKE-MAILING-LINE
           ELSE
               PERFORM TAKE-SELECTION-LINE
           END-IF
           ADD WS-LINE-AGE TO WS-AGE-HASH
           IF LINE-KEPT
               AND WS-LABEL-CP = SPACES AND WS-LABEL-ADR-1 = SPACES
               MOVE "A" TO WS-EXCLUDE-REASON
           END-IF
           EVALUATE TRUE
               WHEN EXCLUDED-OPTOUT
                   ADD 1 TO WS-OPTOUT-COUNT
               WHEN EXCLUDED-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN EXCLUDED-NPAI
                   ADD 1 TO WS-NPAI-COUNT
               WHEN EXCLUDED-NO-ADDRESS
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               WHEN OTHER
                   PERFORM BUILD-LABEL
                   PERFORM PLACE-LABEL
           END-EVALUATE.

       TAKE-MAILING-LINE.
           MOVE 0 TO WS-LINE-AGE
           IF FUNCTION TEST-NUMVAL(MAIL-AGE) = 0
               MOVE FUNCTION NUMVAL(MAIL-AGE) TO WS-LINE-AGE
           END-IF
           MOVE MAIL-NOM TO WS-LABEL-NOM
           MOVE MAIL-ADR-1 TO WS-LABEL-ADR-1
           MOVE MAIL-ADR-2 TO WS-LABEL-ADR-2
           MOVE MAIL-CP TO WS-LABEL-CP
           MOVE MAIL-VILLE TO WS-LABEL-VILLE
      * The civility is read back from the salutation the extract
      * chose for the addressee.
           EVALUATE MAIL-SALUTATION
               WHEN "Monsieur,"
                   MOVE "M" TO WS-LABEL-CIVILITE
               WHEN "Madame,"
                   MOVE "F" TO WS-LABEL-CIVILITE
               WHEN OTHER
                   MOVE SPACE TO WS-LABEL-CIVILITE
           END-EVALUATE
           IF MAIL-FOYER-FLAG = "F" AND MAIL-FOYER-COUNT > 1
               MOVE "Y" TO WS-LABEL-FAMILY
           END-IF
           IF PEOPLE-FILE-OPEN
               IF MAIL-REP-FLAG = "R" AND MAIL-FOR-ID IS NUMERIC
                   MOVE MAIL-FOR-ID TO WS-CHECK-ID
                   PERFORM CHECK-REPRESENTED-PERSON
               END-IF
               IF LINE-KEPT
                   MOVE MAIL-NOM TO WS-CHECK-NOM
                   MOVE MAIL-CP TO WS-CHECK-CP
                   MOVE MAIL-ADR-1 TO WS-CHECK-ADR-1
                   PERFORM CHECK-ADDRESSEE-BY-NAME
               END-IF
           END-IF.

       TAKE-SELECTION-LINE.
           MOVE 0 TO WS-LINE-AGE
           IF SEL-AGE IS NUMERIC
               MOVE SEL-AGE TO WS-LINE-AGE
           END-IF
           MOVE SEL-NOM TO WS-LABEL-NOM
           MOVE SEL-ADR-1 TO WS-LABEL-ADR-1
           MOVE SEL-ADR-2 TO WS-LABEL-ADR-2
           MOVE SEL-CP TO WS-LABEL-CP
           MOVE SEL-VILLE TO WS-LABEL-VILLE
           MOVE SEL-CIVILITE TO WS-LABEL-CIVILITE
      * The record as selected, then the record as it stands now.
           EVALUATE TRUE
               WHEN SEL-CONTACT-PREF = "N"
                   MOVE "C" TO WS-EXCLUDE-REASON
               WHEN SEL-STATUT = "D" OR SEL-STATUT = "P"
                   MOVE "D" TO WS-EXCLUDE-REASON
               WHEN SEL-ADR-INVALID-FLAG = "I"
                   MOVE "I" TO WS-EXCLUDE-REASON
           END-EVALUATE
           IF LINE-KEPT AND PEOPLE-FILE-OPEN
               AND SEL-PERSON-ID IS NUMERIC
               MOVE SEL-PERSON-ID TO PERSON-ID
               READ DATA_FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-EXCLUDE-REASON
               END-READ
           END-IF.

       CHECK-REPRESENTED-PERSON.
      * A letter redirected to a representative is still about the
      * represented person : their do-not-contact flag or a death
      * stops it.
           MOVE WS-CHECK-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTACT-PREF = "N"
                       MOVE "C" TO WS-EXCLUDE-REASON
                   ELSE
                       IF STATUT = "D" OR STATUT = "P"
                           MOVE "D" TO WS-EXCLUDE-REASON
                       END-IF
                   END-IF
           END-READ.

       CHECK-ADDRESSEE-BY-NAME.
      * The addressee of a mailing line is the record of that NOM at
      * the same code postal and first address line.
           MOVE WS-CHECK-NOM TO NOM
           MOVE 1 TO WS-CHAIN-END
           START DATA_FILE
               KEY IS = NOM
               INVALID KEY
                   MOVE 0 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 0
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO WS-CHAIN-END
                   NOT AT END
                       IF NOM NOT = WS-CHECK-NOM
                           MOVE 0 TO WS-CHAIN-END
                       ELSE
                           IF CODE-POSTAL = WS-CHECK-CP
                               AND FUNCTION UPPER-CASE(ADR-LIGNE-1) =
                                   FUNCTION UPPER-CASE(WS-CHECK-ADR-1)
                               PERFORM SET-EXCLUDE-REASON
                               IF NOT LINE-KEPT
                                   MOVE 0 TO WS-CHAIN-END
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SET-EXCLUDE-REASON.
           EVALUATE TRUE
               WHEN CONTACT-PREF = "N"
                   MOVE "C" TO WS-EXCLUDE-REASON
               WHEN STATUT = "D" OR STATUT = "P"
                   MOVE "D" TO WS-EXCLUDE-REASON
               WHEN ADR-INVALID-FLAG = "I"
                   MOVE "I" TO WS-EXCLUDE-REASON
           END-EVALUATE.

       BUILD-LABEL.
      * Name, the address lines that are filled in, then code postal
      * and VILLE ; a blank second address line closes up.
           MOVE SPACES TO WS-LABEL-LINES WS-LABEL-NAME
           IF WS-LABEL-FAMILY = "Y"
               STRING "FAMILLE " FUNCTION TRIM(WS-LABEL-NOM)
                   DELIMITED BY SIZE INTO WS-LABEL-NAME
               ADD 1 TO WS-FAMILY-COUNT
           ELSE
               EVALUATE WS-LABEL-CIVILITE
                   WHEN "M"
                       STRING "M. " FUNCTION TRIM(WS-LABEL-NOM)
                           DELIMITED BY SIZE INTO WS-LABEL-NAME
                   WHEN "F"
                       STRING "MME " FUNCTION TRIM(WS-LABEL-NOM)
                           DELIMITED BY SIZE INTO WS-LABEL-NAME
                   WHEN OTHER
                       MOVE WS-LABEL-NOM TO WS-LABEL-NAME
               END-EVALUATE
           END-IF
           IF SOURCE-MAILING AND MAIL-REP-FLAG = "R"
               ADD 1 TO WS-REP-COUNT
           END-IF
           MOVE WS-LABEL-NAME TO WS-LABEL-LINE(1)
           MOVE 1 TO WS-LABEL-USED
           IF WS-LABEL-ADR-1 NOT = SPACES
               ADD 1 TO WS-LABEL-USED
               MOVE WS-LABEL-ADR-1 TO WS-LABEL-LINE(WS-LABEL-USED)
           END-IF
           IF WS-LABEL-ADR-2 NOT = SPACES
               ADD 1 TO WS-LABEL-USED
               MOVE WS-LABEL-ADR-2 TO WS-LABEL-LINE(WS-LABEL-USED)
           END-IF
           ADD 1 TO WS-LABEL-USED
           STRING WS-LABEL-CP " " FUNCTION TRIM(WS-LABEL-VILLE)
               DELIMITED BY SIZE INTO WS-LABEL-LINE(WS-LABEL-USED)
           ADD 1 TO WS-LABEL-COUNT.

       PLACE-LABEL.
           ADD 1 TO WS-ROW-FILLED
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 5
               MOVE WS-LABEL-LINE(WS-LX)(1:WS-LABEL-TEXT-WIDTH)
                   TO WS-ROW-TEXT(WS-ROW-FILLED, WS-LX)
           END-PERFORM
           IF WS-ROW-FILLED = WS-LABEL-COLUMNS
               PERFORM PRINT-LABEL-ROW
           END-IF.

       PRINT-LABEL-ROW.
      * A new sheet starts on a new page, under its top margin.
           IF WS-ROWS-ON-SHEET = 0 OR WS-ROWS-ON-SHEET = WS-LABEL-ROWS
               IF WS-SHEET-COUNT > 0
                   MOVE WS-FORM-FEED TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               ADD 1 TO WS-SHEET-COUNT
               MOVE 0 TO WS-ROWS-ON-SHEET
               MOVE SPACES TO PRINT-LINE
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LABEL-TOP
                   WRITE PRINT-LINE
               END-PERFORM
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 5
               MOVE SPACES TO PRINT-LINE
               PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-ROW-FILLED
                   COMPUTE WS-POS = WS-LABEL-LEFT + 1
                       + (WS-CX - 1) * WS-LABEL-WIDTH
                   MOVE WS-ROW-TEXT(WS-CX, WS-LX)
                       (1:WS-LABEL-TEXT-WIDTH)
                       TO PRINT-LINE(WS-POS:WS-LABEL-TEXT-WIDTH)
               END-PERFORM
               WRITE PRINT-LINE
           END-PERFORM
      * The rest of the label's height is blank, down to the next
      * row ; the last row of a sheet needs none.
           ADD 1 TO WS-ROWS-ON-SHEET
           IF WS-ROWS-ON-SHEET < WS-LABEL-ROWS
               MOVE SPACES TO PRINT-LINE
               PERFORM VARYING WS-LX FROM 6 BY 1
                   UNTIL WS-LX > WS-LABEL-HEIGHT
                   WRITE PRINT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-ROW-TABLE
           MOVE 0 TO WS-ROW-FILLED.

       PRINT-COUNT-PAGE.
           COMPUTE WS-LEFT-OUT-COUNT = WS-OPTOUT-COUNT
               + WS-INACTIVE-COUNT + WS-NPAI-COUNT
               + WS-NO-ADDRESS-COUNT
           COMPUTE WS-BALANCE-COUNT =
               WS-LABEL-COUNT + WS-LEFT-OUT-COUNT
           EVALUATE TRUE
               WHEN NOT CONTROL-READ
                   MOVE "SANS FICHIER DE CONTROLE" TO WS-RESULT-TEXT
                   IF WS-FINAL-RC < 8
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
               WHEN WS-READ-COUNT = CTL-RECORD-COUNT
                   AND WS-AGE-HASH = CTL-AGE-HASH
                   AND WS-BALANCE-COUNT = WS-READ-COUNT
                   MOVE "CONFORME" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "NON CONFORME - EXTRAIT INCOMPLET OU ALTERE"
                       TO WS-RESULT-TEXT
                   IF WS-FINAL-RC < 8
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
           END-EVALUATE

           OPEN OUTPUT COUNT_FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-COUNT-FILENAME
                   " - STATUS " WS-COUNT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM WRITE-COUNT-LINES
               CLOSE COUNT_FILE
           END-IF.

       WRITE-COUNT-LINES.
           MOVE "=================================================" TO
               COUNT-LINE
           WRITE COUNT-LINE
           MOVE "ETIQUETTES D'ADRESSE - PAGE DE COMPTAGE" TO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               "   OPERATEUR : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE "=================================================" TO
               COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           STRING "EXTRAIT              : " WS-EXTRACT-FILENAME
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           IF CONTROL-READ
               MOVE CTL-RUN-DATE TO WS-DATE-WORK
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-CTL-DATE-DISPLAY
               STRING "CONTROLE             : "
                   FUNCTION TRIM(WS-CONTROL-FILENAME)
                   " DU " WS-CTL-DATE-DISPLAY
                   DELIMITED BY SIZE INTO COUNT-LINE
           ELSE
               STRING "CONTROLE             : "
                   FUNCTION TRIM(WS-CONTROL-FILENAME) " ABSENT"
                   DELIMITED BY SIZE INTO COUNT-LINE
           END-IF
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-LABEL-COLUMNS TO WS-NUM-1
           MOVE WS-LABEL-ROWS TO WS-NUM-2
           STRING "PLANCHE              : " FUNCTION TRIM(WS-NUM-1)
               " X " FUNCTION TRIM(WS-NUM-2) " ETIQUETTES"
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           WRITE COUNT-LINE

           MOVE SPACES TO COUNT-LINE
           MOVE WS-READ-COUNT TO WS-NUM-1
           IF CONTROL-READ
               MOVE CTL-RECORD-COUNT TO WS-NUM-2
           ELSE
               MOVE 0 TO WS-NUM-2
           END-IF
           STRING "LIGNES LUES          : " WS-NUM-1
               "   ATTENDUES : " WS-NUM-2
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-AGE-HASH TO WS-HASH-1
           IF CONTROL-READ
               MOVE CTL-AGE-HASH TO WS-HASH-2
           ELSE
               MOVE 0 TO WS-HASH-2
           END-IF
           STRING "TOTAL AGE LU         : " WS-HASH-1
               " ATTENDU : " WS-HASH-2
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           WRITE COUNT-LINE

           MOVE SPACES TO COUNT-LINE
           MOVE WS-LABEL-COUNT TO WS-NUM-1
           STRING "ETIQUETTES IMPRIMEES : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-FAMILY-COUNT TO WS-NUM-1
           STRING "  DONT FOYERS        : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-REP-COUNT TO WS-NUM-1
           STRING "  DONT REPRESENTANTS : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-SHEET-COUNT TO WS-NUM-1
           STRING "PLANCHES             : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-OPTOUT-COUNT TO WS-NUM-1
           STRING "OPPOSITIONS AU CONTACT : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-INACTIVE-COUNT TO WS-NUM-1
           STRING "DECEDES/PARTIS EXCLUS  : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-NPAI-COUNT TO WS-NUM-1
           STRING "ADRESSES NPAI EXCLUES  : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-NO-ADDRESS-COUNT TO WS-NUM-1
           STRING "SANS ADRESSE EXCLUES   : " WS-NUM-1
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           MOVE WS-BALANCE-COUNT TO WS-NUM-1
           MOVE WS-READ-COUNT TO WS-NUM-2
           STRING "IMPRIMEES + EXCLUES  : " WS-NUM-1
               "   LUES : " WS-NUM-2
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE
           IF NOT PEOPLE-FILE-OPEN
               MOVE SPACES TO COUNT-LINE
               STRING "FICHIER DES PERSONNES INDISPONIBLE : "
                   "EXCLUSIONS DE L'EXTRAIT SEULES"
                   DELIMITED BY SIZE INTO COUNT-LINE
               WRITE COUNT-LINE
           END-IF
           MOVE SPACES TO COUNT-LINE
           WRITE COUNT-LINE
           MOVE SPACES TO COUNT-LINE
           STRING "RESULTAT : " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO COUNT-LINE
           WRITE COUNT-LINE.
