      ******************************************************************
      * Name : ConsolidateBranches.cbl
      * Author: RayanPonsolle
      * Merges several branch-office extracts (line sequential, in
      * the historical NOM/AGE/VILLE layout or the full-record
      * layout of BRXREC.cpy) into one master data file ahead of
      * the nightly batch. Reads the list of branch extract filenames
      * from branches.txt, one per line, and builds the master with a
      * fresh SEQ-NO/RUNNING-TOTAL/CAPTURE-DATE and count/hash trailer,
      * counts print in the reconciliation and as SUSPECT lines in
      * consolidate_summary.txt, so we can see which office keys
      * the mess.
      * Former and usage names (aliases.dat, kept by PersonAlias.cbl)
      * are read against the outgoing master before it is replaced :
      * a branch still sending a maiden name is recognised and the
      * record merges under the person's current NOM, so it lands as
      * the same person instead of a second one. An old name that is
      * also somebody's current NOM is left alone. aliases.dat is
      * written back at the end of the run under each person's own
      * number, which the new master keeps ; the old names of a
      * number that did not come back are dropped with it.
      * Every branch extract goes through FileReception.cbl (source
      * SUCCURSALE followed by the branch code) before it is merged :
      * an extract identical to one already merged - a resend - is
      * refused, and an empty one or one far smaller than the office
      * usually sends is held. Either way the file stays out of the
      * master, the branch is not counted as delivered (so a branch
      * that is due shows MANQUANT) and the run ends RETURN-CODE 8.
      * A merged extract is registered as applied.
      * An extract whose first line is a *BRANCHE header is read in
      * the full-record layout (BRXREC.cpy, version 02) ; any other
      * file is the historical NOM/AGE/VILLE layout (version 01) and
      * merges as it always did. An unknown version, or a header
      * naming another office than the filename, refuses the file :
      * nothing of it is merged and the branch is not delivered.
      * Every full-record row is validated field by field the way
      * CsvImport.cbl validates its wide columns (person number,
      * AGE, postal code against the city's departement, date of
      * birth, telephone, mailbox, contact preference, status and
      * its date) ; a failing row goes to suspense.txt with the
      * reason and stays out of the master.
      * Persons keep their number across the rebuild. A row carrying
      * a PERSON-ID is matched on the outgoing master (the morning's
      * DATA.aaaammjj snapshot) and merges under that number, as the
      * same person whatever its NOM - a homonym with another number
      * is not a duplicate ; a number the snapshot does not hold is
      * refused (NUMERO INTROUVABLE). A row without a number - every
      * legacy row - takes the number of the one person carrying
      * that NOM on the snapshot, and keeps what the master held
      * beyond the fields the row brings (capture date, the NPAI and
      * bounce holds, and for a legacy row the address, contact and
      * status fields too). Anybody else is a new person, numbered
      * after the highest number ever issued (people.ctl).
      * The reconciliation and consolidate_summary.txt (FORMAT lines)
      * say which layout each branch sent.
      * Each run also appends its per-branch figures to
      * branch_history.txt (BRHISREC.cpy) - lines read, merged,
      * duplicates, near-duplicates, VILLE and field rejects, and
      * the delivery against BRA-FREQ (on its day, off its day, or
      * MANQUANT) - for the monthly BranchScorecard.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsolidateBranches.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT BRANCH_HISTORY ASSIGN TO "branch_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SUSPENSE_FILE ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT OLD_MASTER ASSIGN TO WS-OLD-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PERSON-ID
           ALTERNATE RECORD KEY IS OLD-NOM WITH DUPLICATES
           ALTERNATE RECORD KEY IS OLD-VILLE WITH DUPLICATES
           FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT CITY_FILE ASSIGN TO WS-CITY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRA-CODE
           FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH_LIST.
           05 BR-NOM PIC A(20).
           05 BR-AGE PIC 99.
           05 BR-VILLE PIC A(20).
       01  BRANCH-LINE PIC X(183).

       FD  SUMMARY_FILE.
       01  SUMMARY_RECORD.
           05 SUM-SUSPECT-COUNT PIC 9(6).
       01  SUMMARY-TEXT-LINE PIC X(30).

       FD  BRANCH_HISTORY.
           COPY BRHISREC.

       FD  SUSPENSE_FILE.
       01  SUSPENSE_RECORD.
           05 SUSP-NOM PIC A(20).
       FD  DATA_FILE.
           COPY PERSONREC.

       FD  OLD_MASTER.
       01  OLD-RECORD.
           05 OLD-NOM PIC A(20).
           05 OLD-AGE PIC 99.
           05 OLD-VILLE PIC A(20).
           05 OLD-SEQ-NO PIC 9(6).
           05 OLD-RUNNING-TOTAL PIC 9(9).
           05 OLD-CAPTURE-DATE PIC 9(8).
           05 OLD-ADR-LIGNE-1 PIC X(30).
           05 OLD-ADR-LIGNE-2 PIC X(30).
           05 OLD-CODE-POSTAL PIC X(5).
           05 OLD-DATE-NAISSANCE PIC 9(8).
           05 OLD-DATE-NAISSANCE-FLAG PIC X.
           05 OLD-CAPTURE-DATE-FLAG PIC X.
           05 OLD-BRANCH-CODE PIC X(8).
           05 OLD-PERSON-ID PIC 9(6).
           05 OLD-TELEPHONE PIC X(10).
           05 OLD-EMAIL PIC X(40).
           05 OLD-CONTACT-PREF PIC X.
           05 OLD-STATUT PIC X.
           05 OLD-STATUT-DATE PIC 9(8).
           05 OLD-ADR-INVALID-FLAG PIC X.
           05 OLD-ADR-INVALID-DATE PIC 9(8).
           05 OLD-EMAIL-INVALID-FLAG PIC X.
           05 OLD-EMAIL-INVALID-DATE PIC 9(8).
           05 OLD-CIVILITE PIC X.
       01  OLD-TRAILER REDEFINES OLD-RECORD.
           05 OLD-TR-KEY PIC X(20).
           05 OLD-TR-FILLER PIC X(213).

       FD  CITY_FILE.
           COPY CITYREC.

       FD  BRANCH_MASTER.
           COPY BRANCHREC.

       FD  ALIAS_FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-BRANCH-FILENAME PIC X(60).
               10 WS-RECON-DUP PIC 9(6).
               10 WS-RECON-VILLE PIC 9(6).
               10 WS-RECON-SUSPECT PIC 9(6).
               10 WS-RECON-LAYOUT PIC X(2).
               10 WS-RECON-INVALID PIC 9(6).
       01  WS-RECON-TALLY PIC 9(2) VALUE 0.
       01  WS-RX PIC 9(2).
       01  WS-LOCK-ACTION PIC X.
       01  WS-VILLE-DEFAULT-LIST-R REDEFINES WS-VILLE-DEFAULT-LIST.
           05 WS-VILLE-DEFAULT-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-VILLE-APPROVED-TABLE.
           05 WS-VILLE-APPROVED-ENTRY OCCURS 1000 TIMES.
               10 WS-VILLE-APPROVED-NAME PIC A(20).
               10 WS-VILLE-APPROVED-DEPT PIC X(3).
       01  WS-VILLE-APPROVED-TALLY PIC 9(4) VALUE 0.
       01  WS-CITY-SKIPPED PIC 9(4) VALUE 0.
       01  WS-VIX PIC 9(4).
       01  WS-BRANCH-KNOWN PIC X.
           88 BRANCH-IS-KNOWN VALUE "Y".
       01  WS-UNKNOWN-BRANCH-COUNT PIC 9(4) VALUE 0.
       01  WS-RECEPTION-HOLD-COUNT PIC 9(4) VALUE 0.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20).
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-CTL-SRC-NAME PIC X(64).
       01  WS-CTL-ARCH-NAME PIC X(28).
       01  WS-CTL-COPY-RC PIC 9(9) COMP-5.
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-ALIAS-END PIC 9.
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 2000 TIMES.
               10 WS-AL-PERSON-ID PIC 9(6).
               10 WS-AL-SEQ PIC 9(3).
               10 WS-AL-NOM PIC A(20).
               10 WS-AL-CURRENT-NOM PIC A(20).
               10 WS-AL-TYPE PIC X.
               10 WS-AL-END-DATE PIC 9(8).
               10 WS-AL-ENTRY-DATE PIC 9(8).
               10 WS-AL-OPERATOR PIC X(8).
               10 WS-AL-AMBIGUOUS PIC X.
       01  WS-ALIAS-TALLY PIC 9(4) VALUE 0.
       01  WS-ALX PIC 9(4).
       01  WS-ALIAS-HIT PIC X.
           88 ALIAS-RECOGNISED VALUE "Y".
       01  WS-ALIAS-HIT-COUNT PIC 9(6) VALUE 0.
       01  WS-ALIAS-SOURCE PIC X(60).
       01  WS-SAVED-DATA-FILENAME PIC X(60).
       01  WS-ALIAS-LOST PIC 9(4) VALUE 0.
           COPY BRXREC.
       01  WS-BRANCH-LAYOUT PIC X(2).
       01  WS-FIRST-LINE PIC X.
       01  WS-BRANCH-REFUSED PIC X.
           88 BRANCH-FILE-REFUSED VALUE "Y".
       01  WS-LAYOUT-REFUSED-COUNT PIC 9(4) VALUE 0.
       01  WS-INVALID-COUNT PIC 9(6) VALUE 0.
       01  WS-ROW-OK PIC X.
       01  WS-ROW-REASON PIC X(30).
       01  WS-ROW-AGE PIC 99.
       01  WS-ROW-DOB PIC 9(8).
       01  WS-ROW-STATUT-DATE PIC 9(8).
       01  WS-CURRENT-DEPT PIC X(3).
       01  WS-DOB-INPUT PIC X(8).
       01  WS-DOB-OK PIC X VALUE "N".
           88 DOB-IS-OK VALUE "Y".
       01  WS-DOB-W PIC 9(8).
       01  WS-DOB-MM PIC 9(2).
       01  WS-DOB-DD PIC 9(2).
       01  WS-DERIVED-AGE PIC S9(4).
       01  WS-EMAIL-INPUT PIC X(40).
       01  WS-EMAIL-OK PIC X.
           88 EMAIL-IS-OK VALUE "Y".
       01  WS-AT-COUNT PIC 9(2).
       01  WS-EMAIL-LEN PIC 9(2).
       01  WS-PERIOD-DATE PIC 9(8).
       01  WS-PERIOD-RESULT PIC X.
       01  WS-OLD-MASTER-NAME PIC X(60).
       01  WS-OLD-MASTER-STATUS PIC XX.
       01  WS-HAVE-OLD-MASTER PIC X VALUE "N".
           88 OLD-MASTER-OPEN VALUE "Y".
       01  WS-OLD-END PIC 9.
       01  WS-OLD-FOUND PIC X.
           88 OLD-PERSON-FOUND VALUE "Y".
       01  WS-ROW-BY-ID PIC X.
           88 ROW-MATCHED-BY-ID VALUE "Y".
       01  WS-MATCH-ID PIC 9(6).
       01  WS-NEXT-ID PIC 9(6) VALUE 1.
       01  WS-ID-KEPT-COUNT PIC 9(6) VALUE 0.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-BM-FOUND PIC 9(2).

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

           PERFORM LOAD-ALIAS-TABLE.

      * New persons are numbered above the highest number ever
      * issued, so a number once given is never given to somebody
      * else.
           MOVE "R" TO WS-CTL-ACTION.
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT.
           IF WS-CTL-NEXT-ID > WS-NEXT-ID
               MOVE WS-CTL-NEXT-ID TO WS-NEXT-ID
           END-IF.

           IF RESUMING-RUN
               DISPLAY "REPRISE APRES LA SUCCURSALE : " WS-RESUME-AFTER
               OPEN I-O DATA_FILE
               GOBACK
           END-IF.

           PERFORM OPEN-OLD-MASTER.

           PERFORM UNTIL WS-LIST-END = 1
               READ BRANCH_LIST
                   AT END
           END-PERFORM.
           CLOSE BRANCH_LIST.

           PERFORM REKEY-ALIAS-FILE.

           MOVE "W" TO WS-CTL-ACTION.
           MOVE WS-RECORD-COUNT TO WS-CTL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-CTL-HASH.
           MOVE WS-NEXT-ID TO WS-CTL-NEXT-ID.
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT.

           END-CALL.

           CLOSE DATA_FILE.
           IF OLD-MASTER-OPEN
               CLOSE OLD_MASTER
           END-IF.
           PERFORM RELEASE-UPDATE-LOCK.

           PERFORM CHECK-MISSING-DELIVERIES.
           PERFORM APPEND-BRANCH-HISTORY.
           PERFORM PRINT-BRANCH-RECONCILIATION.
           PERFORM WRITE-RUN-SUMMARY.

           DISPLAY "DOUBLONS IGNORES : " WS-DUP-COUNT.
           DISPLAY "DOUBLONS PROBABLES MIS EN SUSPENS : "
               WS-SUSPECT-COUNT.
           DISPLAY "ANCIENS NOMS RECONNUS : " WS-ALIAS-HIT-COUNT.
           DISPLAY "VILLES NON APPROUVEES IGNOREES : "
               WS-VILLE-REJECT-COUNT.
           DISPLAY "SUCCURSALES HORS REFERENTIEL : "
               WS-UNKNOWN-BRANCH-COUNT.
           DISPLAY "LIVRAISONS MANQUANTES : " WS-MISSING-COUNT.
           DISPLAY "LIVRAISONS REFUSEES OU EN ATTENTE : "
               WS-RECEPTION-HOLD-COUNT.
           DISPLAY "FORMATS D'EXTRAIT REFUSES : "
               WS-LAYOUT-REFUSED-COUNT.
           DISPLAY "LIGNES INVALIDES MISES EN SUSPENS : "
               WS-INVALID-COUNT.
           DISPLAY "NUMEROS DE PERSONNE CONSERVES : "
               WS-ID-KEPT-COUNT.
           IF WS-RECORD-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MISSING-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RECEPTION-HOLD-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-LAYOUT-REFUSED-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       COPY-CONTROL-SNAPSHOT.
               ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
           END-IF.
           IF NOT BRANCH-MASTER-EXISTS OR BRANCH-IS-KNOWN
               MOVE "R" TO WS-RCV-ACTION
               MOVE SPACES TO WS-RCV-SOURCE
               STRING "SUCCURSALE " WS-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-RCV-SOURCE
               CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
                   WS-BRANCH-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
                   WS-RCV-CHECK
      * A refused or held extract is kept out of the master and the
      * branch left undelivered ; the reception log says why.
               IF WS-RCV-RESULT = "A" OR WS-RCV-RESULT = "F"
                   OR WS-RCV-RESULT = "M"
                   PERFORM MERGE-BRANCH-FILE
      * A file refused on its header merged nothing : the branch
      * stays undelivered and the reception stays unapplied.
                   IF NOT BRANCH-FILE-REFUSED
                       PERFORM MARK-BRANCH-DELIVERED
                   END-IF
                   IF WS-RCV-RESULT NOT = "M"
                       AND WS-BRANCH-FILE-STATUS = "00"
                       AND NOT BRANCH-FILE-REFUSED
                       MOVE "T" TO WS-RCV-ACTION
                       CALL "FileReception" USING WS-RCV-ACTION
                           WS-RCV-SOURCE WS-BRANCH-FILENAME
                           WS-RCV-RESULT WS-RCV-RECORDS WS-RCV-CHECK
                   END-IF
               ELSE
                   DISPLAY "SUCCURSALE NON RECUE, FICHIER IGNORE : "
                       WS-BRANCH-CODE
                       " (" FUNCTION TRIM(WS-BRANCH-FILENAME) ")"
                   ADD 1 TO WS-RECEPTION-HOLD-COUNT
               END-IF
           END-IF.

       MERGE-BRANCH-FILE.
               MOVE 0 TO WS-RECON-DUP(WS-RECON-TALLY)
               MOVE 0 TO WS-RECON-VILLE(WS-RECON-TALLY)
               MOVE 0 TO WS-RECON-SUSPECT(WS-RECON-TALLY)
               MOVE "01" TO WS-RECON-LAYOUT(WS-RECON-TALLY)
               MOVE 0 TO WS-RECON-INVALID(WS-RECON-TALLY)
           END-IF.
           MOVE "01" TO WS-BRANCH-LAYOUT.
           MOVE "Y" TO WS-FIRST-LINE.
           MOVE "N" TO WS-BRANCH-REFUSED.
           OPEN INPUT BRANCH_FILE.
           IF WS-BRANCH-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-BRANCH-FILENAME
                       AT END
                           MOVE 1 TO WS-BRANCH-END
                       NOT AT END
                           IF WS-FIRST-LINE = "Y"
                               AND BRANCH-LINE(1:8) = "*BRANCHE"
                               PERFORM READ-BRANCH-HEADER
                           ELSE
                               IF WS-RECON-TALLY > 0
                                   ADD 1
                                       TO WS-RECON-READ(WS-RECON-TALLY)
                               END-IF
                               IF WS-BRANCH-LAYOUT = "02"
                                   PERFORM MERGE-FULL-RECORD
                               ELSE
                                   MOVE "N" TO WS-ROW-BY-ID
                                   PERFORM WRITE-CONSOLIDATED-RECORD
                               END-IF
                           END-IF
                           MOVE "N" TO WS-FIRST-LINE
                   END-READ
               END-PERFORM
               CLOSE BRANCH_FILE
           END-IF.

       READ-BRANCH-HEADER.
      * Only version 02 is known. The header's office code, when
      * given, must be the one the filename says : a file renamed
      * or sent to the wrong drop would otherwise merge under the
      * wrong branch.
           MOVE BRANCH-LINE TO BRANCH-HEADER-RECORD
           IF BRH-VERSION = "02"
               AND (BRH-BRANCH-CODE = SPACES
                   OR BRH-BRANCH-CODE = WS-BRANCH-CODE)
               MOVE "02" TO WS-BRANCH-LAYOUT
               IF WS-RECON-TALLY > 0
                   MOVE "02" TO WS-RECON-LAYOUT(WS-RECON-TALLY)
               END-IF
           ELSE
               DISPLAY "FORMAT D'EXTRAIT REFUSE, FICHIER IGNORE : "
                   WS-BRANCH-CODE " VERSION " BRH-VERSION
                   " SUCCURSALE " BRH-BRANCH-CODE
               MOVE "Y" TO WS-BRANCH-REFUSED
               MOVE 1 TO WS-BRANCH-END
               ADD 1 TO WS-LAYOUT-REFUSED-COUNT
               IF WS-RECON-TALLY > 0
                   MOVE BRH-VERSION TO WS-RECON-LAYOUT(WS-RECON-TALLY)
               END-IF
           END-IF.

       MERGE-FULL-RECORD.
      * A full-record row is validated whole before any of it is
      * merged ; the NOM/AGE/VILLE it carries then go through the
      * same checks a legacy row does.
           MOVE BRANCH-LINE TO BRANCH-FULL-RECORD
           PERFORM VALIDATE-FULL-RECORD
           IF WS-ROW-OK = "Y"
               MOVE BRX-NOM TO BR-NOM
               MOVE WS-ROW-AGE TO BR-AGE
               MOVE BRX-VILLE TO BR-VILLE
               PERFORM WRITE-CONSOLIDATED-RECORD
           ELSE
               DISPLAY "LIGNE INVALIDE, MISE EN SUSPENS : " BRX-NOM
                   " - " WS-ROW-REASON
               PERFORM QUEUE-INVALID-RECORD
               ADD 1 TO WS-INVALID-COUNT
               IF WS-RECON-TALLY > 0
                   ADD 1 TO WS-RECON-INVALID(WS-RECON-TALLY)
               END-IF
           END-IF.

       VALIDATE-FULL-RECORD.
      * The same checks CsvImport.cbl gives its wide columns, plus
      * the person number, the contact preference and the status.
      * A blank field always passes.
           MOVE SPACES TO WS-ROW-REASON
           MOVE "N" TO WS-ROW-BY-ID
           MOVE "N" TO WS-OLD-FOUND
           MOVE 0 TO WS-MATCH-ID
           MOVE 0 TO WS-ROW-AGE
           MOVE 0 TO WS-ROW-DOB
           MOVE 0 TO WS-ROW-STATUT-DATE
           IF BRX-PERSON-ID NOT = SPACES
               IF BRX-PERSON-ID IS NUMERIC
                   AND BRX-PERSON-ID NOT = "000000"
                   MOVE BRX-PERSON-ID TO WS-MATCH-ID
               ELSE
                   MOVE "NUMERO INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES AND BRX-NOM = SPACES
               MOVE "NOM OBLIGATOIRE" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-REASON = SPACES
               IF FUNCTION TEST-NUMVAL(BRX-AGE) = 0
                   AND FUNCTION NUMVAL(BRX-AGE) >= 0
                   AND FUNCTION NUMVAL(BRX-AGE) <= 99
                   MOVE FUNCTION NUMVAL(BRX-AGE) TO WS-ROW-AGE
               ELSE
                   MOVE "AGE INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES AND BRX-CODE-POSTAL NOT = SPACES
               MOVE SPACES TO WS-CURRENT-DEPT
               PERFORM VARYING WS-VIX FROM 1 BY 1
                       UNTIL WS-VIX > WS-VILLE-APPROVED-TALLY
                   IF WS-VILLE-APPROVED-NAME(WS-VIX) = BRX-VILLE
                       MOVE WS-VILLE-APPROVED-DEPT(WS-VIX)
                           TO WS-CURRENT-DEPT
                   END-IF
               END-PERFORM
               IF BRX-CODE-POSTAL IS NOT NUMERIC
                   OR (WS-CURRENT-DEPT NOT = SPACES
                       AND BRX-CODE-POSTAL(1:2)
                           NOT = WS-CURRENT-DEPT(1:2))
                   MOVE "CODE POSTAL INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES
               AND BRX-DATE-NAISSANCE NOT = SPACES
               AND BRX-DATE-NAISSANCE NOT = "00000000"
               MOVE BRX-DATE-NAISSANCE TO WS-DOB-INPUT
               PERFORM CHECK-VALID-DOB
               IF DOB-IS-OK
                   MOVE WS-DOB-W TO WS-ROW-DOB
               ELSE
                   MOVE "DATE DE NAISSANCE INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES AND BRX-TELEPHONE NOT = SPACES
               AND BRX-TELEPHONE IS NOT NUMERIC
               MOVE "TELEPHONE INVALIDE" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-REASON = SPACES AND BRX-EMAIL NOT = SPACES
               MOVE BRX-EMAIL TO WS-EMAIL-INPUT
               PERFORM CHECK-VALID-EMAIL
               IF NOT EMAIL-IS-OK
                   MOVE "COURRIEL INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES
               AND BRX-CONTACT-PREF NOT = "N"
               AND BRX-CONTACT-PREF NOT = SPACE
               MOVE "PREFERENCE DE CONTACT INVALIDE" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-REASON = SPACES
               AND BRX-CIVILITE NOT = "M" AND BRX-CIVILITE NOT = "F"
               AND BRX-CIVILITE NOT = SPACE
               MOVE "CIVILITE INVALIDE" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-REASON = SPACES
               AND BRX-STATUT NOT = "A" AND BRX-STATUT NOT = "D"
               AND BRX-STATUT NOT = "P" AND BRX-STATUT NOT = SPACE
               MOVE "STATUT INVALIDE" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-REASON = SPACES
               AND BRX-STATUT-DATE NOT = SPACES
               AND BRX-STATUT-DATE NOT = "00000000"
               MOVE BRX-STATUT-DATE TO WS-DOB-INPUT
               PERFORM CHECK-VALID-DOB
               IF DOB-IS-OK
                   MOVE WS-DOB-W TO WS-ROW-STATUT-DATE
               ELSE
                   MOVE "DATE DE STATUT INVALIDE" TO WS-ROW-REASON
               END-IF
           END-IF
      * A number the office sends back must be one the outgoing
      * master holds ; anything else is a keying error at the
      * office and would otherwise claim somebody else's number.
           IF WS-ROW-REASON = SPACES AND WS-MATCH-ID > 0
               IF OLD-MASTER-OPEN
                   MOVE WS-MATCH-ID TO OLD-PERSON-ID
                   READ OLD_MASTER
                       KEY IS OLD-PERSON-ID
                       INVALID KEY
                           MOVE "NUMERO INTROUVABLE" TO WS-ROW-REASON
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ROW-BY-ID
                           MOVE "Y" TO WS-OLD-FOUND
                   END-READ
               ELSE
                   MOVE "NUMERO NON VERIFIABLE" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-REASON = SPACES
               MOVE "Y" TO WS-ROW-OK
           ELSE
               MOVE "N" TO WS-ROW-OK
           END-IF.

       CHECK-VALID-DOB.
      * Must stay in step with FileWrite.cbl's computation.
           MOVE "N" TO WS-DOB-OK
           IF FUNCTION TEST-NUMVAL(WS-DOB-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-DOB-INPUT) TO WS-DOB-W
               COMPUTE WS-DOB-MM = FUNCTION MOD(WS-DOB-W / 100, 100)
               COMPUTE WS-DOB-DD = FUNCTION MOD(WS-DOB-W, 100)
               COMPUTE WS-DERIVED-AGE =
                   (WS-TODAY-YMD - WS-DOB-W) / 10000
               IF WS-DOB-MM >= 1 AND WS-DOB-MM <= 12
                   AND WS-DOB-DD >= 1 AND WS-DOB-DD <= 31
                   AND WS-DOB-W <= WS-TODAY-YMD
                   AND WS-DERIVED-AGE >= 0 AND WS-DERIVED-AGE <= 99
                   MOVE "Y" TO WS-DOB-OK
               END-IF
           END-IF.

       CHECK-VALID-EMAIL.
      * One "@", neither first nor last significant character.
           MOVE "Y" TO WS-EMAIL-OK
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-EMAIL-INPUT TALLYING WS-AT-COUNT FOR ALL "@"
           COMPUTE WS-EMAIL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-INPUT))
           IF WS-AT-COUNT NOT = 1
               OR WS-EMAIL-LEN < 3
               OR WS-EMAIL-INPUT(1:1) = "@"
               OR WS-EMAIL-INPUT(WS-EMAIL-LEN:1) = "@"
               MOVE "N" TO WS-EMAIL-OK
           END-IF.

       QUEUE-INVALID-RECORD.
           OPEN EXTEND SUSPENSE_FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE_FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE suspense.txt - STATUS "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE BRX-NOM TO SUSP-NOM
               MOVE BRX-AGE TO SUSP-AGE-INPUT
               MOVE BRX-VILLE TO SUSP-VILLE
               MOVE WS-ROW-REASON TO SUSP-REASON
               WRITE SUSPENSE_RECORD
               CLOSE SUSPENSE_FILE
           END-IF.

       WRITE-CONSOLIDATED-RECORD.
           MOVE "N" TO WS-VILLE-OK.
           PERFORM VARYING WS-VIX FROM 1 BY 1
               END-IF
           END-IF.

      * A row matched on its person number is that person whatever
      * the NOM : the NOM, former-name and folded-name checks are
      * for rows that only have a name to go by.
           MOVE "N" TO WS-DUP-FOUND.
           MOVE "N" TO WS-FOLD-HIT.
           IF WS-VILLE-IS-OK AND NOT ROW-MATCHED-BY-ID
               PERFORM CHECK-NOM-ON-FILE
           END-IF.

      * A former name of a person on the outgoing master is merged
      * under that person's current NOM, then checked again.
           IF WS-VILLE-IS-OK AND NOT NOM-ALREADY-ON-FILE
               AND NOT ROW-MATCHED-BY-ID
               PERFORM CHECK-ALIAS-NAME
               IF ALIAS-RECOGNISED
                   PERFORM CHECK-NOM-ON-FILE
               END-IF
           END-IF.

           IF WS-VILLE-IS-OK AND NOM-ALREADY-ON-FILE
           IF WS-VILLE-IS-OK AND NOT NOM-ALREADY-ON-FILE
               MOVE BR-NOM TO WS-NORM-NAME
               PERFORM FOLD-NORM-NAME
               IF NOT ROW-MATCHED-BY-ID
                   PERFORM CHECK-FOLD-TABLE
               END-IF
           END-IF.

           IF WS-VILLE-IS-OK AND NOT NOM-ALREADY-ON-FILE

           IF WS-VILLE-IS-OK AND NOT NOM-ALREADY-ON-FILE
               AND NOT FOLD-ALREADY-ON-FILE
               IF NOT ROW-MATCHED-BY-ID
                   PERFORM FIND-OLD-PERSON-BY-NOM
               END-IF
               MOVE BR-NOM TO NOM
               MOVE BR-AGE TO AGE
               MOVE BR-VILLE TO VILLE
               MOVE 0 TO STATUT-DATE
               MOVE SPACE TO ADR-INVALID-FLAG
               MOVE 0 TO ADR-INVALID-DATE
               MOVE SPACE TO EMAIL-INVALID-FLAG
               MOVE 0 TO EMAIL-INVALID-DATE
               MOVE SPACE TO CIVILITE
               IF OLD-PERSON-FOUND
                   PERFORM CARRY-OLD-MASTER-FIELDS
                   MOVE OLD-PERSON-ID TO PERSON-ID
               ELSE
                   MOVE WS-NEXT-ID TO PERSON-ID
               END-IF
               IF WS-BRANCH-LAYOUT = "02"
                   PERFORM MOVE-FULL-RECORD-FIELDS
               END-IF
               WRITE FILE_DATA
                   INVALID KEY
                       DISPLAY "DOUBLON IGNORE (DEJA CONSOLIDE) : " NOM
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORD-COUNT
                       ADD AGE TO WS-HASH-TOTAL
                       IF OLD-PERSON-FOUND
                           ADD 1 TO WS-ID-KEPT-COUNT
                       ELSE
                           ADD 1 TO WS-NEXT-ID
                       END-IF
                       PERFORM NOTE-FOLD-NAME
                       IF WS-RECON-TALLY > 0
                           ADD 1 TO WS-RECON-MERGED(WS-RECON-TALLY)
               END-WRITE
           END-IF.

       FIND-OLD-PERSON-BY-NOM.
      * A row without a number is the person of that NOM on the
      * outgoing master when exactly one person carries it ; with
      * two or more nobody can say which, and the row is a new
      * person as it always was.
           MOVE "N" TO WS-OLD-FOUND
           IF OLD-MASTER-OPEN
               MOVE BR-NOM TO OLD-NOM
               READ OLD_MASTER
                   KEY IS OLD-NOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OLD-PERSON-ID TO WS-MATCH-ID
                       MOVE "Y" TO WS-OLD-FOUND
               END-READ
           END-IF
           IF OLD-PERSON-FOUND
               READ OLD_MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OLD-NOM = BR-NOM
                           MOVE "N" TO WS-OLD-FOUND
                       END-IF
               END-READ
           END-IF
           IF OLD-PERSON-FOUND
               MOVE WS-MATCH-ID TO OLD-PERSON-ID
               READ OLD_MASTER
                   KEY IS OLD-PERSON-ID
                   INVALID KEY
                       MOVE "N" TO WS-OLD-FOUND
               END-READ
           END-IF.

       CARRY-OLD-MASTER-FIELDS.
      * What the master knows beyond the row survives the rebuild :
      * the original capture date, the civility and the NPAI and
      * bounce holds always, and for a legacy row everything the
      * NOM/AGE/VILLE layout cannot carry.
           MOVE OLD-CAPTURE-DATE TO CAPTURE-DATE
           MOVE OLD-CAPTURE-DATE-FLAG TO CAPTURE-DATE-FLAG
           MOVE OLD-ADR-LIGNE-1 TO ADR-LIGNE-1
           MOVE OLD-ADR-LIGNE-2 TO ADR-LIGNE-2
           MOVE OLD-CODE-POSTAL TO CODE-POSTAL
           MOVE OLD-DATE-NAISSANCE TO DATE-NAISSANCE
           MOVE OLD-DATE-NAISSANCE-FLAG TO DATE-NAISSANCE-FLAG
           MOVE OLD-TELEPHONE TO TELEPHONE
           MOVE OLD-EMAIL TO EMAIL
           MOVE OLD-CONTACT-PREF TO CONTACT-PREF
           MOVE OLD-STATUT TO STATUT
           MOVE OLD-STATUT-DATE TO STATUT-DATE
           MOVE OLD-ADR-INVALID-FLAG TO ADR-INVALID-FLAG
           MOVE OLD-ADR-INVALID-DATE TO ADR-INVALID-DATE
           MOVE OLD-EMAIL-INVALID-FLAG TO EMAIL-INVALID-FLAG
           MOVE OLD-EMAIL-INVALID-DATE TO EMAIL-INVALID-DATE
           MOVE OLD-CIVILITE TO CIVILITE.

       MOVE-FULL-RECORD-FIELDS.
      * The full-record row is the office's word on every field it
      * carries. A corrected address lifts the NPAI hold and a new
      * mailbox the bounce hold, as at the desk.
           MOVE BRX-ADR-LIGNE-1 TO ADR-LIGNE-1
           MOVE BRX-ADR-LIGNE-2 TO ADR-LIGNE-2
           MOVE BRX-CODE-POSTAL TO CODE-POSTAL
           MOVE WS-ROW-DOB TO DATE-NAISSANCE
           IF WS-ROW-DOB = 0
               MOVE SPACE TO DATE-NAISSANCE-FLAG
           ELSE
               IF BRX-DATE-NAISSANCE-FLAG = "E"
                   MOVE "E" TO DATE-NAISSANCE-FLAG
               ELSE
                   MOVE "C" TO DATE-NAISSANCE-FLAG
               END-IF
           END-IF
           MOVE BRX-TELEPHONE TO TELEPHONE
           MOVE BRX-EMAIL TO EMAIL
           MOVE BRX-CONTACT-PREF TO CONTACT-PREF
           IF BRX-CIVILITE NOT = SPACE
               MOVE BRX-CIVILITE TO CIVILITE
           END-IF
           IF BRX-STATUT NOT = SPACE
               PERFORM APPLY-FULL-RECORD-STATUT
           END-IF
           IF ADR-INVALID-FLAG = "I"
               AND (ADR-LIGNE-1 NOT = OLD-ADR-LIGNE-1
                   OR CODE-POSTAL NOT = OLD-CODE-POSTAL)
               MOVE SPACE TO ADR-INVALID-FLAG
               MOVE 0 TO ADR-INVALID-DATE
           END-IF
           IF EMAIL-INVALID-FLAG = "I" AND EMAIL NOT = OLD-EMAIL
               MOVE SPACE TO EMAIL-INVALID-FLAG
               MOVE 0 TO EMAIL-INVALID-DATE
           END-IF.

       APPLY-FULL-RECORD-STATUT.
      * A blank status date means today, or the date already held
      * when the status is unchanged. Changing a known person's
      * status follows the desk's rule : neither the new date nor
      * the date of a deceased or departed status being replaced
      * may lie in a closed month ; the status on file is kept
      * otherwise.
           IF WS-ROW-STATUT-DATE = 0
               IF BRX-STATUT = STATUT
                   MOVE STATUT-DATE TO WS-ROW-STATUT-DATE
               ELSE
                   MOVE WS-TODAY-YMD TO WS-ROW-STATUT-DATE
               END-IF
           END-IF
           MOVE "O" TO WS-PERIOD-RESULT
           IF OLD-PERSON-FOUND
               AND (BRX-STATUT NOT = STATUT
                   OR WS-ROW-STATUT-DATE NOT = STATUT-DATE)
               MOVE WS-ROW-STATUT-DATE TO WS-PERIOD-DATE
               CALL "PeriodCheck" USING WS-PERIOD-DATE
                   WS-PERIOD-RESULT
               END-CALL
               IF WS-PERIOD-RESULT NOT = "C"
                   AND (STATUT = "D" OR STATUT = "P")
                   AND STATUT-DATE IS NUMERIC AND STATUT-DATE > 0
                   MOVE STATUT-DATE TO WS-PERIOD-DATE
                   CALL "PeriodCheck" USING WS-PERIOD-DATE
                       WS-PERIOD-RESULT
                   END-CALL
               END-IF
           END-IF
           IF WS-PERIOD-RESULT = "C"
               DISPLAY "STATUT NON REPRIS (PERIODE CLOTUREE) : " NOM
           ELSE
               MOVE BRX-STATUT TO STATUT
               MOVE WS-ROW-STATUT-DATE TO STATUT-DATE
           END-IF.

       CHECK-NOM-ON-FILE.
      * NOM is now a duplicate-bearing alternate key, so the
      * cross-branch duplicate is detected by an explicit read
      * instead of by the WRITE failing on the record key.
           MOVE "N" TO WS-DUP-FOUND
           MOVE BR-NOM TO NOM
           READ DATA_FILE
               KEY IS NOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUP-FOUND
           END-READ.

       CHECK-ALIAS-NAME.
           MOVE "N" TO WS-ALIAS-HIT
           PERFORM VARYING WS-ALX FROM 1 BY 1
                   UNTIL WS-ALX > WS-ALIAS-TALLY OR ALIAS-RECOGNISED
               IF WS-AL-NOM(WS-ALX) = BR-NOM
                   AND WS-AL-AMBIGUOUS(WS-ALX) NOT = "Y"
                   MOVE "Y" TO WS-ALIAS-HIT
                   DISPLAY "ANCIEN NOM RECONNU : " BR-NOM " -> "
                       WS-AL-CURRENT-NOM(WS-ALX)
                   MOVE WS-AL-CURRENT-NOM(WS-ALX) TO BR-NOM
                   ADD 1 TO WS-ALIAS-HIT-COUNT
               END-IF
           END-PERFORM.

       LOAD-ALIAS-TABLE.
      * The old names are resolved against the outgoing master : the
      * live file on a fresh run, the morning's DATA.aaaammjj
      * snapshot on a resume since the live file is then already
      * half rebuilt. Each old name keeps the person's current NOM ;
      * an old name that is itself a current NOM on the master
      * belongs to somebody else too and is marked ambiguous.
           MOVE 0 TO WS-ALIAS-TALLY
           MOVE WS-DATA-FILENAME TO WS-SAVED-DATA-FILENAME
           IF RESUMING-RUN
               CALL "BusinessDate" USING WS-BUSINESS-DATE
               END-CALL
               MOVE SPACES TO WS-ALIAS-SOURCE
               STRING "DATA." WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-ALIAS-SOURCE
               MOVE WS-ALIAS-SOURCE TO WS-DATA-FILENAME
           END-IF
           OPEN INPUT ALIAS_FILE
           IF WS-ALIAS-FILE-STATUS = "00"
               OPEN INPUT DATA_FILE
               IF WS-DATA-FILE-STATUS NOT = "00"
                   DISPLAY "AVERTISSEMENT : " FUNCTION TRIM
                       (WS-DATA-FILENAME) " ILLISIBLE, ANCIENS NOMS "
                       "NON RAPPROCHES"
               ELSE
                   MOVE 0 TO WS-ALIAS-END
                   PERFORM UNTIL WS-ALIAS-END = 1
                       READ ALIAS_FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-ALIAS-END
                           NOT AT END
                               PERFORM NOTE-ALIAS-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE DATA_FILE
               END-IF
               CLOSE ALIAS_FILE
           END-IF
           MOVE WS-SAVED-DATA-FILENAME TO WS-DATA-FILENAME.

       NOTE-ALIAS-ENTRY.
           MOVE ALS-PERSON-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ALIAS-TALLY < 2000
                       ADD 1 TO WS-ALIAS-TALLY
                       MOVE ALS-PERSON-ID
                           TO WS-AL-PERSON-ID(WS-ALIAS-TALLY)
                       MOVE ALS-SEQ TO WS-AL-SEQ(WS-ALIAS-TALLY)
                       MOVE ALS-NOM TO WS-AL-NOM(WS-ALIAS-TALLY)
                       MOVE NOM TO WS-AL-CURRENT-NOM(WS-ALIAS-TALLY)
                       MOVE ALS-TYPE TO WS-AL-TYPE(WS-ALIAS-TALLY)
                       MOVE ALS-END-DATE
                           TO WS-AL-END-DATE(WS-ALIAS-TALLY)
                       MOVE ALS-ENTRY-DATE
                           TO WS-AL-ENTRY-DATE(WS-ALIAS-TALLY)
                       MOVE ALS-OPERATOR
                           TO WS-AL-OPERATOR(WS-ALIAS-TALLY)
                       MOVE "N" TO WS-AL-AMBIGUOUS(WS-ALIAS-TALLY)
                       MOVE ALS-NOM TO NOM
                       READ DATA_FILE
                           KEY IS NOM
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y"
                                   TO WS-AL-AMBIGUOUS(WS-ALIAS-TALLY)
                       END-READ
                   ELSE
                       ADD 1 TO WS-ALIAS-LOST
                   END-IF
           END-READ.

       REKEY-ALIAS-FILE.
      * Every old name held is written back under its own person
      * number and sequence, the rebuilt master keeping the numbers ;
      * a homonym never takes another person's old names. A number
      * that did not come back in any extract loses its old names
      * with the record.
           IF WS-ALIAS-TALLY > 0
               OPEN OUTPUT ALIAS_FILE
               IF WS-ALIAS-FILE-STATUS = "00"
                   CLOSE ALIAS_FILE
                   OPEN I-O ALIAS_FILE
               END-IF
               IF WS-ALIAS-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE aliases.dat - STATUS "
                       WS-ALIAS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM REWRITE-ONE-ALIAS
                       VARYING WS-ALX FROM 1 BY 1
                       UNTIL WS-ALX > WS-ALIAS-TALLY
                   CLOSE ALIAS_FILE
               END-IF
           END-IF
           IF WS-ALIAS-LOST > 0
               DISPLAY "AVERTISSEMENT : TABLE DES ANCIENS NOMS "
                   "PLEINE, " WS-ALIAS-LOST " NOM(S) NON REPRIS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       REWRITE-ONE-ALIAS.
           MOVE WS-AL-PERSON-ID(WS-ALX) TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-AL-PERSON-ID(WS-ALX) TO ALS-PERSON-ID
                   MOVE WS-AL-SEQ(WS-ALX) TO ALS-SEQ
                   MOVE WS-AL-NOM(WS-ALX) TO ALS-NOM
                   MOVE WS-AL-TYPE(WS-ALX) TO ALS-TYPE
                   MOVE WS-AL-END-DATE(WS-ALX) TO ALS-END-DATE
                   MOVE WS-AL-ENTRY-DATE(WS-ALX) TO ALS-ENTRY-DATE
                   MOVE WS-AL-OPERATOR(WS-ALX) TO ALS-OPERATOR
                   WRITE ALIAS-RECORD
                       INVALID KEY
                           DISPLAY "ERREUR ECRITURE aliases.dat - "
                               "STATUS " WS-ALIAS-FILE-STATUS
                   END-WRITE
           END-READ.

       FOLD-NORM-NAME.
      * Same folding as NameDupReport.cbl's NORMALIZE-NAME - the
      * two must stay in step : case fold, strip the common Latin-1
       PRIME-FOLD-TABLE.
      * On a resume the records merged before the interruption are
      * already on the master but not yet in the folded-name table ;
      * one sequential pass rebuilds it, and moves the next new
      * number past the ones already issued, before the merge goes
      * on.
           MOVE 0 TO PERSON-ID
           START DATA_FILE KEY IS GREATER THAN PERSON-ID
               INVALID KEY
                               MOVE NOM TO WS-NORM-NAME
                               PERFORM FOLD-NORM-NAME
                               PERFORM NOTE-FOLD-NAME
                               IF PERSON-ID >= WS-NEXT-ID
                                   COMPUTE WS-NEXT-ID = PERSON-ID + 1
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE 0 TO WS-BRANCH-END.

       OPEN-OLD-MASTER.
      * Persons are matched on the morning's DATA.aaaammjj snapshot,
      * the master as it stood before this rebuild, on a fresh run
      * and on a resume alike. Without it every row is a new person,
      * as the rebuild always numbered them.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE SPACES TO WS-OLD-MASTER-NAME
           STRING "DATA." WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-OLD-MASTER-NAME
           OPEN INPUT OLD_MASTER
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : " FUNCTION TRIM
                   (WS-OLD-MASTER-NAME) " ILLISIBLE, NUMEROS DE "
                   "PERSONNE NON REPRIS"
           ELSE
               MOVE "Y" TO WS-HAVE-OLD-MASTER
               MOVE 0 TO OLD-PERSON-ID
               MOVE 0 TO WS-OLD-END
               START OLD_MASTER KEY IS GREATER THAN OLD-PERSON-ID
                   INVALID KEY
                       MOVE 1 TO WS-OLD-END
               END-START
               PERFORM UNTIL WS-OLD-END = 1
                   READ OLD_MASTER NEXT RECORD
                       AT END
                           MOVE 1 TO WS-OLD-END
                       NOT AT END
                           IF OLD-TR-KEY NOT = "**TRAILER**"
                               AND OLD-PERSON-ID >= WS-NEXT-ID
                               COMPUTE WS-NEXT-ID = OLD-PERSON-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       QUEUE-SUSPECT-RECORD.
           OPEN EXTEND SUSPENSE_FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
                       UNTIL WS-VIX > 10
                   MOVE WS-VILLE-DEFAULT-NAME(WS-VIX)
                       TO WS-VILLE-APPROVED-NAME(WS-VIX)
                   MOVE SPACES TO WS-VILLE-APPROVED-DEPT(WS-VIX)
               END-PERFORM
               MOVE 10 TO WS-VILLE-APPROVED-TALLY
           ELSE
                                   MOVE CITY-NOM
                                       TO WS-VILLE-APPROVED-NAME
                                       (WS-VILLE-APPROVED-TALLY)
                                   MOVE CITY-DEPARTEMENT
                                       TO WS-VILLE-APPROVED-DEPT
                                       (WS-VILLE-APPROVED-TALLY)
                               ELSE
                                   ADD 1 TO WS-CITY-SKIPPED
                               END-IF
      * day.
           PERFORM VARYING WS-BMX FROM 1 BY 1
                   UNTIL WS-BMX > WS-BM-TALLY
               PERFORM SET-BRANCH-DUE
               IF BRANCH-IS-DUE
                   AND WS-BM-DELIVERED(WS-BMX) NOT = "Y"
                   MOVE "Y" TO WS-BM-MISSING(WS-BMX)
               END-IF
           END-PERFORM.

       SET-BRANCH-DUE.
           MOVE "N" TO WS-BRANCH-DUE
           EVALUATE WS-BM-FREQ(WS-BMX)
               WHEN "D"
                   MOVE "Y" TO WS-BRANCH-DUE
               WHEN "W"
                   IF WS-BM-DAY(WS-BMX) = WS-TODAY-DOW
                       MOVE "Y" TO WS-BRANCH-DUE
                   END-IF
               WHEN "M"
                   IF WS-BM-DAY(WS-BMX) = WS-TODAY-DOM
                       MOVE "Y" TO WS-BRANCH-DUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPEND-BRANCH-HISTORY.
      * One line per branch file merged tonight and one per
      * MANQUANT. A file refused on its header merged nothing and
      * gets no line of its own ; when it was due, its MANQUANT
      * line says so. Without branches.dat every delivery counts as
      * on its day.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           OPEN EXTEND BRANCH_HISTORY
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH_HISTORY
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : ECRITURE branch_history.txt "
                   "IMPOSSIBLE - STATUS " WS-HISTORY-FILE-STATUS
           ELSE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RECON-TALLY
                   IF WS-RECON-LAYOUT(WS-RX) = "01"
                       OR WS-RECON-LAYOUT(WS-RX) = "02"
                       PERFORM WRITE-DELIVERY-HISTORY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BMX FROM 1 BY 1
                       UNTIL WS-BMX > WS-BM-TALLY
                   IF WS-BM-MISSING(WS-BMX) = "Y"
                       MOVE WS-BUSINESS-DATE TO BHS-RUN-DATE
                       MOVE WS-BM-CODE(WS-BMX) TO BHS-BRANCH
                       MOVE "M" TO BHS-DELIVERY
                       MOVE SPACES TO BHS-LAYOUT
                       MOVE 0 TO BHS-READ BHS-MERGED BHS-DUP
                           BHS-SUSPECT BHS-VILLE BHS-INVALID
                       WRITE BRANCH-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE BRANCH_HISTORY
           END-IF.

       WRITE-DELIVERY-HISTORY.
           MOVE "Y" TO WS-BRANCH-DUE
           MOVE 0 TO WS-BM-FOUND
           PERFORM VARYING WS-BMX FROM 1 BY 1
                   UNTIL WS-BMX > WS-BM-TALLY
               IF WS-BM-CODE(WS-BMX) = WS-RECON-BRANCH(WS-RX)
                   MOVE WS-BMX TO WS-BM-FOUND
               END-IF
           END-PERFORM
           IF WS-BM-FOUND > 0
               MOVE WS-BM-FOUND TO WS-BMX
               PERFORM SET-BRANCH-DUE
           END-IF
           MOVE WS-BUSINESS-DATE TO BHS-RUN-DATE
           MOVE WS-RECON-BRANCH(WS-RX) TO BHS-BRANCH
           IF BRANCH-IS-DUE
               MOVE "A" TO BHS-DELIVERY
           ELSE
               MOVE "H" TO BHS-DELIVERY
           END-IF
           MOVE WS-RECON-LAYOUT(WS-RX) TO BHS-LAYOUT
           MOVE WS-RECON-READ(WS-RX) TO BHS-READ
           MOVE WS-RECON-MERGED(WS-RX) TO BHS-MERGED
           MOVE WS-RECON-DUP(WS-RX) TO BHS-DUP
           MOVE WS-RECON-SUSPECT(WS-RX) TO BHS-SUSPECT
           MOVE WS-RECON-VILLE(WS-RX) TO BHS-VILLE
           MOVE WS-RECON-INVALID(WS-RX) TO BHS-INVALID
           WRITE BRANCH-HISTORY-RECORD.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT_FILE.
           IF WS-CKPT-FILE-STATUS = "00"
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RECON-TALLY
               DISPLAY WS-RECON-BRANCH(WS-RX)
                   " V" WS-RECON-LAYOUT(WS-RX)
                   " LUS " WS-RECON-READ(WS-RX)
                   " FUSIONNES " WS-RECON-MERGED(WS-RX)
                   " DOUBLONS " WS-RECON-DUP(WS-RX)
                   " SUSPECTS " WS-RECON-SUSPECT(WS-RX)
                   " VILLES REJETEES " WS-RECON-VILLE(WS-RX)
                   " INVALIDES " WS-RECON-INVALID(WS-RX)
           END-PERFORM.
           DISPLAY "------------------------------------".

                       WRITE SUMMARY-TEXT-LINE
                   END-IF
               END-PERFORM
      * The layout each branch sent : V01 NOM/AGE/VILLE, V02 full
      * record ; any other version was refused unread.
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RECON-TALLY
                   MOVE SPACES TO SUMMARY-TEXT-LINE
                   IF WS-RECON-LAYOUT(WS-RX) = "01"
                       OR WS-RECON-LAYOUT(WS-RX) = "02"
                       STRING "FORMAT " WS-RECON-BRANCH(WS-RX)
                           " V" WS-RECON-LAYOUT(WS-RX)
                           DELIMITED BY SIZE INTO SUMMARY-TEXT-LINE
                   ELSE
                       STRING "FORMAT " WS-RECON-BRANCH(WS-RX)
                           " V" WS-RECON-LAYOUT(WS-RX) " REFUSE"
                           DELIMITED BY SIZE INTO SUMMARY-TEXT-LINE
                   END-IF
                   WRITE SUMMARY-TEXT-LINE
               END-PERFORM
               CLOSE SUMMARY_FILE
           END-IF.
