      * deduplicated, validated data.txt instead of from whatever it
      * last sent us. The master is surveyed for the distinct
      * BRANCH-CODE values ConsolidateBranches.cbl stamped, then one
      * file per code is written under <code>.ret in the layout the
      * branches submit, each with a companion <code>.ret.ctl
      * control file (run date, record count, AGE hash) on the
      * mailing_extract.ctl pattern so the receiving office can
      * prove its extract complete.
      * The extract is the full-record layout of BRXREC.cpy : a
      * *BRANCHE header (version 02, branch code, extract date) and
      * one line per person carrying the PERSON-ID, so the office
      * sends the number back and the person keeps it at the next
      * consolidation. The header is not counted in the control
      * record. BRANCH_LAYOUT=01 in the environment still writes the
      * historical NOM/AGE/VILLE lines for an office not yet moved
      * to the new layout.
      * Records with no branch code (keyed at the central desk) do
      * not belong to any office and are only counted.
      * Each office also gets <code>.fus, the merges PersonMerge.cbl
      * made on records it had sent (merge_xref.txt lines carrying
      * its code) : old number and name, surviving number and name,
      * date - so the office can re-point its own files.
      * Run by an operator scoped to one branch in operators.dat
      * (BranchScope.cbl), only that branch's extract is cut ; the
      * other offices' records are counted and the filtering
      * audited once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchExtract.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT MERGE_FILE ASSIGN TO WS-MERGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  EXTRACT_FILE.
       01  EXTRACT-RECORD.
           05 EXT-NOM PIC A(20).
           05 EXT-AGE PIC 99.
           05 EXT-VILLE PIC A(20).
       01  EXTRACT-LINE PIC X(183).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 CTL-RECORD-COUNT PIC 9(6).
           05 CTL-AGE-HASH PIC 9(8).

       FD  XREF_FILE.
           COPY MERGEREC.

       FD  MERGE_FILE.
       01  MERGE-NOTICE.
           05 MNT-OLD-ID PIC 9(6).
           05 MNT-OLD-NOM PIC A(20).
           05 MNT-NEW-ID PIC 9(6).
           05 MNT-NEW-NOM PIC A(20).
           05 MNT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-EXTRACT-FILENAME PIC X(60).
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-EXTRACT-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-MERGE-FILENAME PIC X(60).
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-MERGE-FILE-STATUS PIC XX.
       01  WS-MERGE-COUNT PIC 9(6).
       01  WS-TOTAL-MERGES PIC 9(6) VALUE 0.
       01  FILE-END PIC 9.
       01  WS-BRANCH-TABLE.
           05 WS-BR-CODE PIC X(8) OCCURS 50 TIMES.
       01  WS-CTL-HASH PIC 9(8) VALUE 0.
       01  WS-TOTAL-WRITTEN PIC 9(6) VALUE 0.
       01  WS-CODE-LOWER PIC X(8).
       01  WS-EXTRACT-LAYOUT PIC X(2).
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.
           COPY BRXREC.
           COPY SCOPEVIEW.

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

           DISPLAY "BRANCH_LAYOUT" UPON ENVIRONMENT-NAME.
           ACCEPT WS-EXTRACT-LAYOUT FROM ENVIRONMENT-VALUE.
           IF WS-EXTRACT-LAYOUT NOT = "01"
               MOVE "02" TO WS-EXTRACT-LAYOUT
           END-IF.

           PERFORM SURVEY-BRANCH-CODES.

           IF WS-BR-TALLY = 0
           DISPLAY "SUCCURSALES SERVIES     : " WS-BR-TALLY.
           DISPLAY "ENREGISTREMENTS ECRITS  : " WS-TOTAL-WRITTEN.
           DISPLAY "SANS CODE SUCCURSALE    : " WS-NO-CODE-COUNT.
           DISPLAY "FUSIONS SIGNALEES       : " WS-TOTAL-MERGES.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY "HORS DE VOTRE SUCCURSALE : " WS-SCOPE-HIDDEN
               MOVE "F" TO SCP-ACTION
               MOVE "EXTRAITS SUCCURSALES" TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           GOBACK.

       SURVEY-BRANCH-CODES.
           END-PERFORM.

       REGISTER-BRANCH-CODE.
           IF BRANCH-CODE NOT = SPACES
               MOVE "C" TO SCP-ACTION
               MOVE "BranchExtract" TO SCP-PROGRAM
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN BRANCH-CODE = SPACES
                   ADD 1 TO WS-NO-CODE-COUNT
               WHEN SCOPE-OUT
                   ADD 1 TO WS-SCOPE-HIDDEN
               WHEN OTHER
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING WS-SX FROM 1 BY 1
                           UNTIL WS-SX > WS-BR-TALLY
                       IF WS-BR-CODE(WS-SX) = BRANCH-CODE
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF NOT ENTRY-FOUND
                       IF WS-BR-TALLY < 50
                           ADD 1 TO WS-BR-TALLY
                           MOVE BRANCH-CODE TO WS-BR-CODE(WS-BR-TALLY)
                       ELSE
                           DISPLAY "TABLE DES SUCCURSALES PLEINE : "
                               BRANCH-CODE " NON SERVIE"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-ONE-BRANCH-EXTRACT.
      * One full pass of the master per branch : simple, and the
               GOBACK
           END-IF.

           IF WS-EXTRACT-LAYOUT = "02"
               MOVE SPACES TO BRANCH-HEADER-RECORD
               MOVE "*BRANCHE" TO BRH-TAG
               MOVE "02" TO BRH-VERSION
               MOVE WS-BR-CODE(WS-BX) TO BRH-BRANCH-CODE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BRH-EXTRACT-DATE
               MOVE BRANCH-HEADER-RECORD TO EXTRACT-LINE
               WRITE EXTRACT-LINE
           END-IF.

           MOVE 0 TO WS-EXTRACT-COUNT.
           MOVE 0 TO WS-CTL-HASH.
           MOVE 1 TO FILE-END.
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           AND BRANCH-CODE = WS-BR-CODE(WS-BX)
                           IF WS-EXTRACT-LAYOUT = "02"
                               PERFORM WRITE-FULL-EXTRACT-LINE
                           ELSE
                               MOVE NOM TO EXT-NOM
                               MOVE AGE TO EXT-AGE
                               MOVE VILLE TO EXT-VILLE
                               WRITE EXTRACT-RECORD
                           END-IF
                           ADD 1 TO WS-EXTRACT-COUNT
                           ADD AGE TO WS-CTL-HASH
                       END-IF
           DISPLAY WS-BR-CODE(WS-BX) " : " WS-EXTRACT-COUNT
               " ENREGISTREMENT(S) DANS "
               FUNCTION TRIM(WS-EXTRACT-FILENAME).

           PERFORM WRITE-ONE-BRANCH-MERGES.

       WRITE-FULL-EXTRACT-LINE.
      * Dates the master holds as zero go out blank.
           MOVE SPACES TO BRANCH-FULL-RECORD
           MOVE PERSON-ID TO BRX-PERSON-ID
           MOVE NOM TO BRX-NOM
           MOVE AGE TO BRX-AGE
           MOVE VILLE TO BRX-VILLE
           MOVE ADR-LIGNE-1 TO BRX-ADR-LIGNE-1
           MOVE ADR-LIGNE-2 TO BRX-ADR-LIGNE-2
           MOVE CODE-POSTAL TO BRX-CODE-POSTAL
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               MOVE DATE-NAISSANCE TO BRX-DATE-NAISSANCE
               MOVE DATE-NAISSANCE-FLAG TO BRX-DATE-NAISSANCE-FLAG
           END-IF
           MOVE TELEPHONE TO BRX-TELEPHONE
           MOVE EMAIL TO BRX-EMAIL
           MOVE CONTACT-PREF TO BRX-CONTACT-PREF
           MOVE CIVILITE TO BRX-CIVILITE
           MOVE STATUT TO BRX-STATUT
           IF STATUT-DATE IS NUMERIC AND STATUT-DATE > 0
               MOVE STATUT-DATE TO BRX-STATUT-DATE
           END-IF
           MOVE BRANCH-FULL-RECORD TO EXTRACT-LINE
           WRITE EXTRACT-LINE.

       WRITE-ONE-BRANCH-MERGES.
           MOVE SPACES TO WS-MERGE-FILENAME.
           STRING FUNCTION TRIM(WS-CODE-LOWER) ".fus"
               DELIMITED BY SIZE INTO WS-MERGE-FILENAME.
           OPEN OUTPUT MERGE_FILE.
           IF WS-MERGE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-MERGE-FILENAME
                   " - STATUS " WS-MERGE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-MERGE-COUNT
               OPEN INPUT XREF_FILE
               IF WS-XREF-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ XREF_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               IF MXR-OLD-BRANCH = WS-BR-CODE(WS-BX)
                                   MOVE MXR-OLD-ID TO MNT-OLD-ID
                                   MOVE MXR-OLD-NOM TO MNT-OLD-NOM
                                   MOVE MXR-NEW-ID TO MNT-NEW-ID
                                   MOVE MXR-NEW-NOM TO MNT-NEW-NOM
                                   MOVE MXR-DATE TO MNT-DATE
                                   WRITE MERGE-NOTICE
                                   ADD 1 TO WS-MERGE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF_FILE
               END-IF
               CLOSE MERGE_FILE
               ADD WS-MERGE-COUNT TO WS-TOTAL-MERGES
               IF WS-MERGE-COUNT > 0
                   DISPLAY WS-BR-CODE(WS-BX) " : " WS-MERGE-COUNT
                       " FUSION(S) DANS "
                       FUNCTION TRIM(WS-MERGE-FILENAME)
               END-IF
           END-IF.
