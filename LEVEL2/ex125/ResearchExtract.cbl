      ******************************************************************
      * Name : ResearchExtract.cbl
      * Author: RayanPonsolle
      * Person-level extract for outside researchers, who may only
      * have the data pseudonymised : CsvExport.cbl sends full
      * identities and the statistics reports are too aggregated.
      * Each line carries a pseudonym in place of PERSON-ID, the
      * year of birth, the departement (the first two digits of
      * CODE-POSTAL, three overseas), VILLE, STATUT with its date
      * and the capture date. Names, address lines, telephone and
      * e-mail are never written.
      * The pseudonym is the person number put through four keyed
      * rounds of mixing with the key of the study (STUDY_CODE) held
      * in research_keys.txt : the same study gets the same pseudonym
      * for the same person at every delivery, so the researchers can
      * follow people over time, a different study gets unrelated
      * ones, and without the key the number cannot be recovered. A
      * study not yet in the file is given a new random key, kept
      * there for its next deliveries ; the key file never leaves
      * the building.
      * Before anything is written the file is checked for small
      * groups : every combination of VILLE, year of birth and
      * STATUT shared by fewer than RESEARCH_MIN_GROUP people
      * (default 5) has the years of its five-year band generalised
      * to the band for that VILLE and STATUT ; a band still below
      * the threshold is suppressed from the extract. A missing date
      * of birth counts as its own year. The disclosure-control
      * report lists every group generalised and suppressed with its
      * size, and the totals released.
      * Supervisor level is required and the delivery is audited
      * (RECHER, the study code as name). Written to research.csv
      * (RESEARCH_FILE), report to research_control.prt
      * (PRINT_FILE). RETURN-CODE 0 released, 4 records suppressed,
      * 12 refused or file error - no extract is left on an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResearchExtract.

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

           SELECT KEY_FILE ASSIGN TO "research_keys.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT RESEARCH_FILE ASSIGN TO WS-RESEARCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESEARCH-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  KEY_FILE.
       01  KEY_RECORD.
           05 RK-STUDY PIC X(8).
           05 RK-KEY PIC 9(8) OCCURS 4 TIMES.
           05 RK-CREATED PIC 9(8).
           05 RK-OPERATOR PIC X(8).

       FD  RESEARCH_FILE.
       01  RESEARCH_RECORD PIC X(100).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-RESEARCH-FILENAME PIC X(60) VALUE "research.csv".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "research_control.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-KEY-FILE-STATUS PIC XX.
       01  WS-RESEARCH-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "ResearchExtract".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-FINAL-RC PIC 9(2) VALUE 0.
       01  WS-ABANDON PIC X VALUE "N".
           88 RUN-ABANDONED VALUE "Y".

      * The study and its key.
       01  WS-STUDY-CODE PIC X(8).
       01  WS-STUDY-KEYS.
           05 WS-STUDY-KEY PIC 9(8) OCCURS 4 TIMES.
       01  WS-KEY-FOUND PIC X VALUE "N".
           88 STUDY-KEY-FOUND VALUE "Y".
       01  WS-KX PIC 9.
       01  WS-SEED PIC 9(8).
       01  WS-RANDOM PIC V9(9).

      * Pseudonym rounds : the eight-digit value is split in two
      * halves of four digits, each round mixes the right half with
      * the round key into the left one and swaps them, so every
      * person number gives a different pseudonym.
       01  WS-PSN-LEFT PIC 9(4).
       01  WS-PSN-RIGHT PIC 9(4).
       01  WS-PSN-NEW PIC 9(4).
       01  WS-PSN-MIX PIC 9(15).
       01  WS-PSN-FOLD PIC 9(15).
       01  WS-PSEUDONYM PIC 9(8).

      * Small-group control.
       01  WS-MIN-GROUP-INPUT PIC X(4).
       01  WS-MIN-GROUP PIC 9(4) VALUE 5.
       01  WS-YEAR-TABLE.
           05 WS-YG-ENTRY OCCURS 5000 TIMES.
               10 WS-YG-VILLE PIC A(20).
               10 WS-YG-YEAR PIC 9(4).
               10 WS-YG-STATUT PIC X.
               10 WS-YG-COUNT PIC 9(6).
       01  WS-YG-TALLY PIC 9(4) VALUE 0.
       01  WS-BAND-TABLE.
           05 WS-BG-ENTRY OCCURS 3000 TIMES.
               10 WS-BG-VILLE PIC A(20).
               10 WS-BG-BAND PIC 9(4).
               10 WS-BG-STATUT PIC X.
               10 WS-BG-COUNT PIC 9(6).
               10 WS-BG-ACTION PIC X.
       01  WS-BG-TALLY PIC 9(4) VALUE 0.
       01  WS-YX PIC 9(4).
       01  WS-BX PIC 9(4).
       01  WS-KEY-VILLE PIC A(20).
       01  WS-KEY-YEAR PIC 9(4).
       01  WS-KEY-BAND PIC 9(4).
       01  WS-KEY-STATUT PIC X.
       01  WS-BAND-END PIC 9(4).

      * Extract line.
       01  WS-YEAR-TEXT PIC X(9).
       01  WS-DEPARTEMENT PIC X(3).
       01  WS-STATUT-DATE-TEXT PIC X(8).
       01  WS-CAPTURE-TEXT PIC X(8).

      * Totals.
       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-EXACT-COUNT PIC 9(7) VALUE 0.
       01  WS-BANDED-COUNT PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
       01  WS-GEN-GROUPS PIC 9(5) VALUE 0.
       01  WS-SUP-GROUPS PIC 9(5) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(6)9.
       01  WS-GROUP-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "EXTRAIT CHERCHEURS REFUSE : NIVEAU "
                   "SUPERVISEUR REQUIS POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "RESEARCH_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RESEARCH-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-RESEARCH-FILENAME = SPACES
               MOVE "research.csv" TO WS-RESEARCH-FILENAME
           END-IF.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "research_control.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "RESEARCH_MIN_GROUP" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MIN-GROUP-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-MIN-GROUP-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MIN-GROUP-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-MIN-GROUP-INPUT)
                   TO WS-MIN-GROUP
           END-IF.
      * A threshold of one would check nothing.
           IF WS-MIN-GROUP < 2
               MOVE 2 TO WS-MIN-GROUP
           END-IF.

           DISPLAY "STUDY_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-STUDY-CODE FROM ENVIRONMENT-VALUE.
           IF WS-STUDY-CODE = SPACES
               DISPLAY "Code de l'etude (8 caracteres) : "
               ACCEPT WS-STUDY-CODE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-STUDY-CODE) TO WS-STUDY-CODE.
           IF WS-STUDY-CODE = SPACES
               DISPLAY "CODE D'ETUDE A BLANC, ABANDON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-STUDY-KEY.
           IF RUN-ABANDONED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-GROUPS.
           CLOSE DATA_FILE.
           IF RUN-ABANDONED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MARK-BANDS.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DATA_FILE.
           OPEN OUTPUT RESEARCH_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               OR WS-RESEARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DE L'EXTRAIT - STATUS "
                   WS-DATA-FILE-STATUS " / " WS-RESEARCH-FILE-STATUS
               CLOSE PRINT_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EXTRACT.
           CLOSE DATA_FILE.
           CLOSE RESEARCH_FILE.

           PERFORM PRINT-CONTROL-REPORT.
           CLOSE PRINT_FILE.
           PERFORM WRITE-AUDIT-RECORD.

           DISPLAY "EXTRAIT " FUNCTION TRIM(WS-STUDY-CODE) " : "
               WS-EXACT-COUNT " EXACT(S), " WS-BANDED-COUNT
               " GENERALISE(S), " WS-SUPPRESSED-COUNT " SUPPRIME(S)".
           DISPLAY "VOIR " FUNCTION TRIM(WS-PRINT-FILENAME)
               " AVANT TOUTE REMISE.".
           IF WS-SUPPRESSED-COUNT > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       GET-STUDY-KEY.
      * The last line for a study wins, so a key can be replaced by
      * appending a new line should it ever leak.
           OPEN INPUT KEY_FILE
           IF WS-KEY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ KEY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RK-STUDY = WS-STUDY-CODE
                               PERFORM VARYING WS-KX FROM 1 BY 1
                                       UNTIL WS-KX > 4
                                   MOVE RK-KEY(WS-KX)
                                       TO WS-STUDY-KEY(WS-KX)
                               END-PERFORM
                               MOVE "Y" TO WS-KEY-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEY_FILE
           END-IF
           IF NOT STUDY-KEY-FOUND
               PERFORM CREATE-STUDY-KEY
           END-IF.

       CREATE-STUDY-KEY.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-STUDY-KEY(WS-KX) =
                   WS-RANDOM * 99999998 + 1
           END-PERFORM
           OPEN EXTEND KEY_FILE
           IF WS-KEY-FILE-STATUS = "35"
               OPEN OUTPUT KEY_FILE
           END-IF
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE research_keys.txt - STATUS "
                   WS-KEY-FILE-STATUS
               MOVE "Y" TO WS-ABANDON
           ELSE
               MOVE WS-STUDY-CODE TO RK-STUDY
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
                   MOVE WS-STUDY-KEY(WS-KX) TO RK-KEY(WS-KX)
               END-PERFORM
               MOVE WS-BUSINESS-DATE TO RK-CREATED
               MOVE WS-OPERATOR-ID TO RK-OPERATOR
               WRITE KEY_RECORD
               CLOSE KEY_FILE
               DISPLAY "NOUVELLE ETUDE " FUNCTION TRIM(WS-STUDY-CODE)
                   " : CLE DE PSEUDONYMISATION CREEE."
           END-IF.

       SET-GROUP-KEY.
      * VILLE, year of birth (zero when unknown), its five-year band
      * and STATUT, blank read as active.
           MOVE VILLE TO WS-KEY-VILLE
           MOVE 0 TO WS-KEY-YEAR
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               COMPUTE WS-KEY-YEAR = DATE-NAISSANCE / 10000
           END-IF
           COMPUTE WS-KEY-BAND = FUNCTION INTEGER(WS-KEY-YEAR / 5) * 5
           MOVE STATUT TO WS-KEY-STATUT
           IF WS-KEY-STATUT = SPACE
               MOVE "A" TO WS-KEY-STATUT
           END-IF.

       COUNT-GROUPS.
           MOVE 1 TO FILE-END
           PERFORM UNTIL FILE-END = 0 OR RUN-ABANDONED
               READ DATA_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SET-GROUP-KEY
                           PERFORM COUNT-YEAR-GROUP
                           PERFORM COUNT-BAND-GROUP
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-YEAR-GROUP.
           PERFORM FIND-YEAR-GROUP
           IF WS-YX > WS-YG-TALLY
               IF WS-YG-TALLY < 5000
                   ADD 1 TO WS-YG-TALLY
                   MOVE WS-KEY-VILLE TO WS-YG-VILLE(WS-YX)
                   MOVE WS-KEY-YEAR TO WS-YG-YEAR(WS-YX)
                   MOVE WS-KEY-STATUT TO WS-YG-STATUT(WS-YX)
                   MOVE 0 TO WS-YG-COUNT(WS-YX)
               ELSE
      * Groups that cannot be counted cannot be checked : nothing
      * is released.
                   DISPLAY "TROP DE GROUPES VILLE/ANNEE/STATUT, "
                       "EXTRAIT NON PRODUIT."
                   MOVE "Y" TO WS-ABANDON
               END-IF
           END-IF
           IF NOT RUN-ABANDONED
               ADD 1 TO WS-YG-COUNT(WS-YX)
           END-IF.

       COUNT-BAND-GROUP.
           PERFORM FIND-BAND-GROUP
           IF WS-BX > WS-BG-TALLY
               IF WS-BG-TALLY < 3000
                   ADD 1 TO WS-BG-TALLY
                   MOVE WS-KEY-VILLE TO WS-BG-VILLE(WS-BX)
                   MOVE WS-KEY-BAND TO WS-BG-BAND(WS-BX)
                   MOVE WS-KEY-STATUT TO WS-BG-STATUT(WS-BX)
                   MOVE 0 TO WS-BG-COUNT(WS-BX)
                   MOVE "E" TO WS-BG-ACTION(WS-BX)
               ELSE
                   DISPLAY "TROP DE GROUPES VILLE/TRANCHE/STATUT, "
                       "EXTRAIT NON PRODUIT."
                   MOVE "Y" TO WS-ABANDON
               END-IF
           END-IF
           IF NOT RUN-ABANDONED
               ADD 1 TO WS-BG-COUNT(WS-BX)
           END-IF.

       FIND-YEAR-GROUP.
           PERFORM VARYING WS-YX FROM 1 BY 1
                   UNTIL WS-YX > WS-YG-TALLY
                   OR (WS-YG-VILLE(WS-YX) = WS-KEY-VILLE
                       AND WS-YG-YEAR(WS-YX) = WS-KEY-YEAR
                       AND WS-YG-STATUT(WS-YX) = WS-KEY-STATUT)
               CONTINUE
           END-PERFORM.

       FIND-BAND-GROUP.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BG-TALLY
                   OR (WS-BG-VILLE(WS-BX) = WS-KEY-VILLE
                       AND WS-BG-BAND(WS-BX) = WS-KEY-BAND
                       AND WS-BG-STATUT(WS-BX) = WS-KEY-STATUT)
               CONTINUE
           END-PERFORM.

       MARK-BANDS.
      * A small year generalises its whole band, so the exact years
      * left beside it cannot be subtracted back out of the band ; a
      * band still small is suppressed whole.
           PERFORM VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > WS-YG-TALLY
               IF WS-YG-COUNT(WS-YX) < WS-MIN-GROUP
                   MOVE WS-YG-VILLE(WS-YX) TO WS-KEY-VILLE
                   COMPUTE WS-KEY-BAND =
                       FUNCTION INTEGER(WS-YG-YEAR(WS-YX) / 5) * 5
                   MOVE WS-YG-STATUT(WS-YX) TO WS-KEY-STATUT
                   PERFORM FIND-BAND-GROUP
                   IF WS-BX <= WS-BG-TALLY
                       MOVE "G" TO WS-BG-ACTION(WS-BX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BG-TALLY
               IF WS-BG-ACTION(WS-BX) = "G"
                   IF WS-BG-COUNT(WS-BX) < WS-MIN-GROUP
                       OR WS-BG-BAND(WS-BX) = 0
                       MOVE "S" TO WS-BG-ACTION(WS-BX)
                       ADD 1 TO WS-SUP-GROUPS
                   ELSE
                       ADD 1 TO WS-GEN-GROUPS
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EXTRACT.
           MOVE SPACES TO RESEARCH_RECORD
           STRING "PSEUDONYME,ANNEE_NAISSANCE,DEPARTEMENT,"
               "VILLE,STATUT,DATE_STATUT,DATE_SAISIE"
               DELIMITED BY SIZE INTO RESEARCH_RECORD
           WRITE RESEARCH_RECORD
           MOVE 1 TO FILE-END
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           PERFORM WRITE-ONE-PERSON
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-PERSON.
           PERFORM SET-GROUP-KEY
           PERFORM FIND-BAND-GROUP
           EVALUATE WS-BG-ACTION(WS-BX)
               WHEN "S"
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN "G"
                   ADD 1 TO WS-BANDED-COUNT
                   COMPUTE WS-BAND-END = WS-KEY-BAND + 4
                   MOVE SPACES TO WS-YEAR-TEXT
                   STRING WS-KEY-BAND "-" WS-BAND-END
                       DELIMITED BY SIZE INTO WS-YEAR-TEXT
                   PERFORM WRITE-RESEARCH-LINE
               WHEN OTHER
                   ADD 1 TO WS-EXACT-COUNT
                   MOVE SPACES TO WS-YEAR-TEXT
                   IF WS-KEY-YEAR > 0
                       MOVE WS-KEY-YEAR TO WS-YEAR-TEXT
                   END-IF
                   PERFORM WRITE-RESEARCH-LINE
           END-EVALUATE.

       WRITE-RESEARCH-LINE.
           PERFORM COMPUTE-PSEUDONYM
           MOVE SPACES TO WS-DEPARTEMENT
           IF CODE-POSTAL(1:2) = "97" OR CODE-POSTAL(1:2) = "98"
               MOVE CODE-POSTAL(1:3) TO WS-DEPARTEMENT
           ELSE
               MOVE CODE-POSTAL(1:2) TO WS-DEPARTEMENT
           END-IF
           MOVE SPACES TO WS-STATUT-DATE-TEXT
           IF STATUT-DATE IS NUMERIC AND STATUT-DATE > 0
               MOVE STATUT-DATE TO WS-STATUT-DATE-TEXT
           END-IF
           MOVE SPACES TO WS-CAPTURE-TEXT
           IF CAPTURE-DATE IS NUMERIC AND CAPTURE-DATE > 0
               MOVE CAPTURE-DATE TO WS-CAPTURE-TEXT
           END-IF
           MOVE SPACES TO RESEARCH_RECORD
           STRING WS-PSEUDONYM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-YEAR-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEPARTEMENT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-KEY-VILLE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-KEY-STATUT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUT-DATE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAPTURE-TEXT) DELIMITED BY SIZE
               INTO RESEARCH_RECORD
           END-STRING
           WRITE RESEARCH_RECORD.

       COMPUTE-PSEUDONYM.
           COMPUTE WS-PSN-LEFT = PERSON-ID / 10000
           COMPUTE WS-PSN-RIGHT = FUNCTION MOD(PERSON-ID, 10000)
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 4
               COMPUTE WS-PSN-MIX = (WS-PSN-RIGHT + 1)
                   * (WS-STUDY-KEY(WS-KX) + WS-PSN-RIGHT * 7919)
               COMPUTE WS-PSN-FOLD =
                   FUNCTION INTEGER(WS-PSN-MIX / 10000) + WS-PSN-MIX
               COMPUTE WS-PSN-NEW = FUNCTION MOD(WS-PSN-LEFT
                   + FUNCTION MOD(WS-PSN-FOLD, 10000), 10000)
               MOVE WS-PSN-RIGHT TO WS-PSN-LEFT
               MOVE WS-PSN-NEW TO WS-PSN-RIGHT
           END-PERFORM
           COMPUTE WS-PSEUDONYM = WS-PSN-LEFT * 10000 + WS-PSN-RIGHT.

       PRINT-CONTROL-REPORT.
           MOVE "EXTRAIT PSEUDONYMISE - CONTROLE DES PETITS EFFECTIFS"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               "   ETUDE : " WS-STUDY-CODE
               "   EXTRAIT : " FUNCTION TRIM(WS-RESEARCH-FILENAME)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MIN-GROUP TO WS-GROUP-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "SEUIL : " FUNCTION TRIM(WS-GROUP-DISPLAY)
               " PERSONNES PAR VILLE / ANNEE DE NAISSANCE / STATUT"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== GROUPES GENERALISES A LA TRANCHE DE CINQ ANS"
               TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BG-TALLY
               IF WS-BG-ACTION(WS-BX) = "G"
                   PERFORM PRINT-GROUP-LINE
               END-IF
           END-PERFORM
           IF WS-GEN-GROUPS = 0
               MOVE "    NEANT" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== GROUPES SUPPRIMES DE L'EXTRAIT" TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BG-TALLY
               IF WS-BG-ACTION(WS-BX) = "S"
                   PERFORM PRINT-GROUP-LINE
               END-IF
           END-PERFORM
           IF WS-SUP-GROUPS = 0
               MOVE "    NEANT" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== RECAPITULATIF" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    PERSONNES LUES                  "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    REMISES AVEC L'ANNEE            "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BANDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    REMISES AVEC LA TRANCHE         "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    SUPPRIMEES                      "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-GROUP-LINE.
           MOVE WS-BG-COUNT(WS-BX) TO WS-GROUP-DISPLAY
           MOVE SPACES TO WS-YEAR-TEXT
           IF WS-BG-BAND(WS-BX) = 0
               MOVE "INCONNUE" TO WS-YEAR-TEXT
           ELSE
               COMPUTE WS-BAND-END = WS-BG-BAND(WS-BX) + 4
               STRING WS-BG-BAND(WS-BX) "-" WS-BAND-END
                   DELIMITED BY SIZE INTO WS-YEAR-TEXT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "    " WS-BG-VILLE(WS-BX) " NAISSANCE " WS-YEAR-TEXT
               " STATUT " WS-BG-STATUT(WS-BX)
               " : " WS-GROUP-DISPLAY " PERSONNE(S)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-AUDIT-RECORD.
      * The delivery is traced under the study code ; the released
      * and suppressed counts sit in the two VILLE columns.
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE "RECHER" TO AUD-ACTION
               MOVE WS-STUDY-CODE TO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE 0 TO AUD-AFTER-AGE
               COMPUTE WS-COUNT-DISPLAY =
                   WS-EXACT-COUNT + WS-BANDED-COUNT
               MOVE SPACES TO AUD-BEFORE-VILLE
               STRING "REMIS " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO AUD-BEFORE-VILLE
               MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO AUD-AFTER-VILLE
               STRING "SUPPRIME " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.
