      ******************************************************************
      * Name : OrphanSweep.cbl
      * Author: RayanPonsolle
      * Weekly sweep of the side files that point at a person, since
      * VerifyPeople.cbl only ever looks at the people file itself
      * and the rest drifts out of step as people are deleted,
      * merged or renamed. Every reference is checked against the
      * live file (positioned reads on PERSON-ID, NOM and VILLE) and
      * against the reference masters :
      *   notes.txt            a note on a NOM no longer on file ;
      *                        a former name in aliases.dat is named
      *                        so the note can be moved over
      *   pending_changes.txt  an item waiting for approval on a
      *                        person no longer on file
      *   households.txt       a household with fewer people left at
      *                        its address than it lists as members
      *   audit.idx            a chained audit.log line missing from
      *                        the index, or an index entry past the
      *                        last line of the log ; the two counts
      *                        are printed side by side
      *   changeorders.txt     an approved order whose new VILLE is
      *                        no longer an active city of cities.dat
      *                        or whose old VILLE no one lives in
      *   relations.dat        a running link whose represented
      *                        person or representative is gone
      *   effective_changes.txt  a held change for a person gone
      * Each orphan is printed under its dataset with the action to
      * take and the program to take it in ; a dataset that is not
      * there is said so and counted as nothing to check. One line
      * per dataset holding orphans goes to orphan_alerts.txt, which
      * ExceptionsDashboard.cbl turns into a worklist item the way
      * it does capacity_alerts.txt, so the count reaches the
      * exceptions page. Nothing is changed here.
      * Run as the ORPHANSWEEP step of NightlyBatch.cbl (weekly,
      * when schedule.txt lists it). Printed to orphan_sweep.prt
      * (PRINT_FILE). RETURN-CODE 0 nothing found, 4 orphans listed,
      * 12 people or print file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrphanSweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

           SELECT NOTES_FILE ASSIGN TO "notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-FILE-STATUS.

           SELECT PENDING_FILE ASSIGN TO "pending_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT HOUSEHOLD_FILE ASSIGN TO "households.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT_INDEX ASSIGN TO "audit.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-SEQ
           ALTERNATE RECORD KEY IS AIX-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AIX-DATE
               WITH DUPLICATES
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT ORDER_FILE ASSIGN TO "changeorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT QUEUE_FILE ASSIGN TO "effective_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT ALERT_FILE ASSIGN TO "orphan_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  CITY_FILE.
           COPY CITYREC.

       FD  ALIAS_FILE.
           COPY ALIASREC.

       FD  NOTES_FILE.
       01  NOTE_RECORD.
           05 NOTE-NOM PIC A(20).
           05 NOTE-AUTHOR PIC X(8).
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  PENDING_FILE.
       01  PENDING_RECORD.
           05 PND-MAKER-ID PIC X(8).
           05 PND-TIMESTAMP PIC X(15).
           05 PND-ACTION PIC X(6).
           05 PND-BEFORE-AGE PIC 99.
           05 PND-BEFORE-VILLE PIC A(20).
           05 PND-AFTER-IMAGE PIC X(233).

       FD  HOUSEHOLD_FILE.
       01  HOUSEHOLD_RECORD.
           05 MEN-ID PIC 9(6).
           05 MEN-CP PIC X(5).
           05 MEN-ADR-1 PIC X(30).
           05 MEN-VILLE PIC A(20).
           05 MEN-MEMBER-COUNT PIC 9(2).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       FD  ORDER_FILE.
       01  ORDER_RECORD.
           05 ORD-NO PIC 9(4).
           05 ORD-OLD-VILLE PIC A(20).
           05 ORD-NEW-VILLE PIC A(20).
           05 ORD-EXPECTED-COUNT PIC 9(6).
           05 ORD-TOLERANCE PIC 9(4).
           05 ORD-STATUS PIC X.
           05 ORD-APPROVER PIC X(8).
           05 ORD-DATE PIC 9(8).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  QUEUE_FILE.
           COPY EFFCREC.

       FD  ALERT_FILE.
       01  ALERT_RECORD.
           05 ORA-KEY PIC X(30).
           05 ORA-TEXT PIC X(80).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-CITY-FILENAME PIC X(60) VALUE "cities.dat".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "orphan_sweep.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-CITY-FILE-STATUS PIC XX.
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-NOTES-FILE-STATUS PIC XX.
       01  WS-PENDING-FILE-STATUS PIC XX.
       01  WS-HOUSEHOLD-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-INDEX-FILE-STATUS PIC XX.
       01  WS-ORDER-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-QUEUE-FILE-STATUS PIC XX.
       01  WS-ALERT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-CITY-OPEN PIC X VALUE "N".
       01  WS-ALIAS-OPEN PIC X VALUE "N".
       01  WS-ALERT-OPEN PIC X VALUE "N".
       01  WS-FINAL-RC PIC 9(2) VALUE 0.

      * The person image of a pending item, as ApprovePending.cbl
      * reads it.
       01  WS-AFTER-DATA.
           05 WS-AFT-NOM PIC A(20).
           05 WS-AFT-AGE PIC 99.
           05 WS-AFT-VILLE PIC A(20).
           05 WS-AFT-REST PIC X(106).
           05 WS-AFT-PERSON-ID PIC 9(6).
           05 FILLER PIC X(79).

      * Look-ups on the live file and the masters.
       01  WS-WANTED-ID PIC 9(6).
       01  WS-WANTED-NOM PIC A(20).
       01  WS-WANTED-VILLE PIC A(20).
       01  WS-PERSON-FOUND PIC X.
           88 PERSON-ON-FILE VALUE "Y".
       01  WS-ALIAS-ID PIC 9(6).

      * One section of the page per dataset, totalled in the table
      * below for the closing summary and the alerts.
       01  WS-SECTION-TABLE.
           05 WS-SECTION OCCURS 7 TIMES.
               10 WS-SEC-DATASET PIC X(22).
               10 WS-SEC-ACTION PIC X(46).
               10 WS-SEC-STATE PIC X.
               10 WS-SEC-CHECKED PIC 9(7).
               10 WS-SEC-ORPHANS PIC 9(7).
       01  WS-SX PIC 9.
       01  WS-ORPHAN-TOTAL PIC 9(7) VALUE 0.
       01  WS-CHECKED-DISPLAY PIC Z(6)9.
       01  WS-ORPHAN-DISPLAY PIC Z(6)9.
       01  WS-DETAIL PIC X(110).
       01  WS-ALERT-KEY PIC X(30).
       01  WS-ALERT-TEXT PIC X(80).

      * Households : the address key HouseholdBuild.cbl groups on,
      * with the members it listed and the people found there now.
       01  WS-HH-TABLE.
           05 WS-HH-ENTRY OCCURS 500 TIMES.
               10 WS-HH-ID PIC 9(6).
               10 WS-HH-KEY PIC X(35).
               10 WS-HH-LISTED PIC 9(2).
               10 WS-HH-LIVE PIC 9(4).
       01  WS-HH-TALLY PIC 9(4) VALUE 0.
       01  WS-HH-LOST PIC 9(4) VALUE 0.
       01  WS-HX PIC 9(4).
       01  WS-ADDR-KEY PIC X(35).
       01  WS-GONE-COUNT PIC 9(4).

      * audit.log against audit.idx.
       01  WS-LOG-LINES PIC 9(8) VALUE 0.
       01  WS-LOG-CHAINED PIC 9(8) VALUE 0.
       01  WS-LOG-MAX-SEQ PIC 9(8) VALUE 0.
       01  WS-INDEX-RECORDS PIC 9(8) VALUE 0.
       01  WS-INDEX-AHEAD PIC 9(8) VALUE 0.
       01  WS-COUNT-DISPLAY-1 PIC Z(7)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(7)9.
       01  WS-SYNTHETIC-FLOOR PIC 9(8) VALUE 90000001.

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY.
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

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
               MOVE "orphan_sweep.prt" TO WS-PRINT-FILENAME
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
               CLOSE DATA_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CITY_FILE.
           IF WS-CITY-FILE-STATUS = "00"
               MOVE "Y" TO WS-CITY-OPEN
           END-IF.
           OPEN INPUT ALIAS_FILE.
           IF WS-ALIAS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ALIAS-OPEN
           END-IF.

           MOVE "REFERENCES ORPHELINES DANS LES FICHIERS ANNEXES" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               "   FICHIER : " FUNCTION TRIM(WS-DATA-FILENAME)
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM DEFINE-SECTIONS.
           PERFORM SWEEP-NOTES.
           PERFORM SWEEP-PENDING.
           PERFORM SWEEP-HOUSEHOLDS.
           PERFORM SWEEP-AUDIT-INDEX.
           PERFORM SWEEP-CHANGE-ORDERS.
           PERFORM SWEEP-RELATIONS.
           PERFORM SWEEP-EFFECTIVE.
           PERFORM PRINT-SUMMARY.
           PERFORM WRITE-ALERTS.

           CLOSE DATA_FILE.
           IF WS-CITY-OPEN = "Y"
               CLOSE CITY_FILE
           END-IF.
           IF WS-ALIAS-OPEN = "Y"
               CLOSE ALIAS_FILE
           END-IF.
           CLOSE PRINT_FILE.

           DISPLAY "REFERENCES ORPHELINES : " WS-ORPHAN-TOTAL
               " - VOIR " FUNCTION TRIM(WS-PRINT-FILENAME).
           IF WS-ORPHAN-TOTAL > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       DEFINE-SECTIONS.
           MOVE "notes.txt" TO WS-SEC-DATASET(1)
           MOVE "SUPPRIMER OU RATTACHER LA NOTE (PersonNotes)"
               TO WS-SEC-ACTION(1)
           MOVE "pending_changes.txt" TO WS-SEC-DATASET(2)
           MOVE "REJETER LA DEMANDE (ApprovePending)"
               TO WS-SEC-ACTION(2)
           MOVE "households.txt" TO WS-SEC-DATASET(3)
           MOVE "RECONSTITUER LES MENAGES (HouseholdBuild)"
               TO WS-SEC-ACTION(3)
           MOVE "audit.idx" TO WS-SEC-DATASET(4)
           MOVE "RECHARGER L'INDEX (AuditIndexLoad)"
               TO WS-SEC-ACTION(4)
           MOVE "changeorders.txt" TO WS-SEC-DATASET(5)
           MOVE "ANNULER L'ORDRE (ChangeOrderMaint)"
               TO WS-SEC-ACTION(5)
           MOVE "relations.dat" TO WS-SEC-DATASET(6)
           MOVE "CLORE LE LIEN (RelationMaint)"
               TO WS-SEC-ACTION(6)
           MOVE "effective_changes.txt" TO WS-SEC-DATASET(7)
           MOVE "ANNULER LE CHANGEMENT DATE (PersonMaint)"
               TO WS-SEC-ACTION(7)
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               MOVE "P" TO WS-SEC-STATE(WS-SX)
               MOVE 0 TO WS-SEC-CHECKED(WS-SX)
               MOVE 0 TO WS-SEC-ORPHANS(WS-SX)
           END-PERFORM.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "=== " WS-SEC-DATASET(WS-SX) " - ACTION : "
               WS-SEC-ACTION(WS-SX)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SECTION-ABSENT.
           MOVE "A" TO WS-SEC-STATE(WS-SX)
           MOVE SPACES TO PRINT-LINE
           STRING "    " FUNCTION TRIM(WS-SEC-DATASET(WS-SX))
               " ABSENT - RIEN A CONTROLER"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-ORPHAN.
           ADD 1 TO WS-SEC-ORPHANS(WS-SX)
           PERFORM PRINT-DETAIL.

       PRINT-DETAIL.
           MOVE SPACES TO PRINT-LINE
           STRING "    " WS-DETAIL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SECTION-TOTAL.
           IF WS-SEC-STATE(WS-SX) NOT = "A"
               MOVE WS-SEC-CHECKED(WS-SX) TO WS-CHECKED-DISPLAY
               MOVE WS-SEC-ORPHANS(WS-SX) TO WS-ORPHAN-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "    " WS-ORPHAN-DISPLAY " ORPHELIN(S) SUR "
                   WS-CHECKED-DISPLAY " CONTROLE(S)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           ADD WS-SEC-ORPHANS(WS-SX) TO WS-ORPHAN-TOTAL.

       FIND-PERSON-BY-ID.
           MOVE WS-WANTED-ID TO PERSON-ID
           READ DATA_FILE KEY IS PERSON-ID
               INVALID KEY
                   MOVE "N" TO WS-PERSON-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERSON-FOUND
           END-READ.

       FIND-PERSON-BY-NOM.
           MOVE WS-WANTED-NOM TO NOM
           READ DATA_FILE KEY IS NOM
               INVALID KEY
                   MOVE "N" TO WS-PERSON-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERSON-FOUND
           END-READ.

       FIND-PERSON-IN-VILLE.
           MOVE WS-WANTED-VILLE TO VILLE
           READ DATA_FILE KEY IS VILLE
               INVALID KEY
                   MOVE "N" TO WS-PERSON-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERSON-FOUND
           END-READ.

       SWEEP-NOTES.
      * Notes carry a name, not a number : a name gone from the file
      * may live on as a former name, and the note belongs with
      * whoever carries it now.
           MOVE 1 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT NOTES_FILE
           IF WS-NOTES-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ NOTES_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF NOTE-NOM NOT = SPACES
                               PERFORM CHECK-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES_FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-NOTE.
           ADD 1 TO WS-SEC-CHECKED(WS-SX)
           MOVE NOTE-NOM TO WS-WANTED-NOM
           PERFORM FIND-PERSON-BY-NOM
           IF NOT PERSON-ON-FILE
               MOVE 0 TO WS-ALIAS-ID
               IF WS-ALIAS-OPEN = "Y"
                   MOVE NOTE-NOM TO ALS-NOM
                   READ ALIAS_FILE KEY IS ALS-NOM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALS-PERSON-ID TO WS-ALIAS-ID
                   END-READ
               END-IF
               MOVE SPACES TO WS-DETAIL
               IF WS-ALIAS-ID > 0
                   STRING NOTE-NOM " NOTE DU " NOTE-DATE " PAR "
                       NOTE-AUTHOR " : ANCIEN NOM DU NUMERO "
                       WS-ALIAS-ID " - A RATTACHER"
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   STRING NOTE-NOM " NOTE DU " NOTE-DATE " PAR "
                       NOTE-AUTHOR " : NOM ABSENT DU FICHIER"
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
               PERFORM PRINT-ORPHAN
           END-IF.

       SWEEP-PENDING.
           MOVE 2 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT PENDING_FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ PENDING_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF PENDING_RECORD NOT = SPACES
                               PERFORM CHECK-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING_FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-PENDING.
      * Every queued action works on a record already on file ;
      * items keyed before person numbers are found by name.
           ADD 1 TO WS-SEC-CHECKED(WS-SX)
           MOVE PND-AFTER-IMAGE TO WS-AFTER-DATA
           IF WS-AFT-PERSON-ID IS NUMERIC AND WS-AFT-PERSON-ID > 0
               MOVE WS-AFT-PERSON-ID TO WS-WANTED-ID
               PERFORM FIND-PERSON-BY-ID
           ELSE
               MOVE WS-AFT-NOM TO WS-WANTED-NOM
               PERFORM FIND-PERSON-BY-NOM
           END-IF
           IF NOT PERSON-ON-FILE
               MOVE SPACES TO WS-DETAIL
               STRING PND-ACTION " SUR " WS-AFT-NOM " NUMERO "
                   WS-AFT-PERSON-ID " SAISI PAR " PND-MAKER-ID
                   " LE " PND-TIMESTAMP(1:8)
                   " : PERSONNE ABSENTE DU FICHIER"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM PRINT-ORPHAN
           END-IF.

       SWEEP-HOUSEHOLDS.
      * The households are loaded first, then one pass of the people
      * file counts who still lives at each address.
           MOVE 3 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT HOUSEHOLD_FILE
           IF WS-HOUSEHOLD-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HOUSEHOLD_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM LOAD-ONE-HOUSEHOLD
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD_FILE
               PERFORM COUNT-HOUSEHOLD-RESIDENTS
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HH-TALLY
                   PERFORM CHECK-ONE-HOUSEHOLD
               END-PERFORM
               IF WS-HH-LOST > 0
                   MOVE SPACES TO PRINT-LINE
                   STRING "    MENAGES NON CONTROLES (TABLE PLEINE) : "
                       WS-HH-LOST
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       LOAD-ONE-HOUSEHOLD.
           IF WS-HH-TALLY < 500
               ADD 1 TO WS-HH-TALLY
               MOVE MEN-ID TO WS-HH-ID(WS-HH-TALLY)
               MOVE SPACES TO WS-HH-KEY(WS-HH-TALLY)
               STRING MEN-CP FUNCTION UPPER-CASE(MEN-ADR-1)
                   DELIMITED BY SIZE INTO WS-HH-KEY(WS-HH-TALLY)
               MOVE MEN-MEMBER-COUNT TO WS-HH-LISTED(WS-HH-TALLY)
               MOVE 0 TO WS-HH-LIVE(WS-HH-TALLY)
           ELSE
               ADD 1 TO WS-HH-LOST
           END-IF.

       COUNT-HOUSEHOLD-RESIDENTS.
           MOVE 0 TO PERSON-ID
           START DATA_FILE KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   MOVE 0 TO FILE-END
               NOT INVALID KEY
                   MOVE 1 TO FILE-END
           END-START
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           AND (ADR-LIGNE-1 NOT = SPACES
                               OR CODE-POSTAL NOT = SPACES)
                           PERFORM COUNT-ONE-RESIDENT
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-RESIDENT.
      * The same key HouseholdBuild.cbl builds.
           MOVE SPACES TO WS-ADDR-KEY
           STRING CODE-POSTAL FUNCTION UPPER-CASE(ADR-LIGNE-1)
               DELIMITED BY SIZE INTO WS-ADDR-KEY
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HH-TALLY
               IF WS-HH-KEY(WS-HX) = WS-ADDR-KEY
                   ADD 1 TO WS-HH-LIVE(WS-HX)
                   MOVE WS-HH-TALLY TO WS-HX
               END-IF
           END-PERFORM.

       CHECK-ONE-HOUSEHOLD.
      * Every member who is gone counts as one orphan.
           ADD WS-HH-LISTED(WS-HX) TO WS-SEC-CHECKED(WS-SX)
           IF WS-HH-LIVE(WS-HX) < WS-HH-LISTED(WS-HX)
               COMPUTE WS-GONE-COUNT =
                   WS-HH-LISTED(WS-HX) - WS-HH-LIVE(WS-HX)
               MOVE SPACES TO WS-DETAIL
               STRING "MENAGE " WS-HH-ID(WS-HX) " "
                   WS-HH-KEY(WS-HX) " : " WS-HH-LISTED(WS-HX)
                   " MEMBRE(S) LISTE(S), " WS-HH-LIVE(WS-HX)
                   " A L'ADRESSE"
                   DELIMITED BY SIZE INTO WS-DETAIL
               ADD WS-GONE-COUNT TO WS-SEC-ORPHANS(WS-SX)
               PERFORM PRINT-DETAIL
           END-IF.

       SWEEP-AUDIT-INDEX.
      * audit.idx also holds the archived months, so its count is
      * larger than the log's by design : what must hold is that
      * every chained line of audit.log is in the index, and that
      * no chained entry of the index lies past the log's last line.
      * Lines from before the chain carry no number to look up.
           MOVE 4 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT AUDIT_INDEX
           IF WS-INDEX-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               OPEN INPUT AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ AUDIT_LOG
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM CHECK-ONE-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT_LOG
               END-IF
               PERFORM COUNT-INDEX-ENTRIES
               CLOSE AUDIT_INDEX
               MOVE WS-LOG-LINES TO WS-COUNT-DISPLAY-1
               MOVE WS-INDEX-RECORDS TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO PRINT-LINE
               STRING "    audit.log : " WS-COUNT-DISPLAY-1
                   " LIGNE(S)   audit.idx : " WS-COUNT-DISPLAY-2
                   " ENREGISTREMENT(S), ARCHIVES COMPRISES"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-AUDIT-LINE.
           ADD 1 TO WS-LOG-LINES
           IF AUD-SEQ-NO IS NUMERIC AND AUD-SEQ-NO > 0
               ADD 1 TO WS-LOG-CHAINED
               ADD 1 TO WS-SEC-CHECKED(WS-SX)
               IF AUD-SEQ-NO > WS-LOG-MAX-SEQ
                   MOVE AUD-SEQ-NO TO WS-LOG-MAX-SEQ
               END-IF
               MOVE AUD-SEQ-NO TO AIX-SEQ
               READ AUDIT_INDEX KEY IS AIX-SEQ
                   INVALID KEY
                       MOVE SPACES TO WS-DETAIL
                       STRING "LIGNE " AUD-SEQ-NO " DU "
                           AUD-TIMESTAMP(1:8) " " AUD-ACTION " "
                           AUD-NOM " : ABSENTE DE L'INDEX"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM PRINT-ORPHAN
               END-READ
           END-IF.

       COUNT-INDEX-ENTRIES.
           MOVE 0 TO AIX-SEQ
           START AUDIT_INDEX KEY IS NOT LESS THAN AIX-SEQ
               INVALID KEY
                   MOVE 0 TO FILE-END
               NOT INVALID KEY
                   MOVE 1 TO FILE-END
           END-START
           PERFORM UNTIL FILE-END = 0
               READ AUDIT_INDEX NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       ADD 1 TO WS-INDEX-RECORDS
                       IF AIX-SEQ > WS-LOG-MAX-SEQ
                           AND AIX-SEQ < WS-SYNTHETIC-FLOOR
                           AND WS-LOG-MAX-SEQ > 0
                           PERFORM REPORT-INDEX-AHEAD
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-INDEX-AHEAD.
           ADD 1 TO WS-INDEX-AHEAD
           MOVE SPACES TO WS-DETAIL
           STRING "ENTREE " AIX-SEQ " DU " AIX-DATE " " AIX-NOM
               " : AU-DELA DE LA DERNIERE LIGNE DU JOURNAL"
               DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM PRINT-ORPHAN.

       SWEEP-CHANGE-ORDERS.
      * Only approved orders can still be run ; used and cancelled
      * ones are history.
           MOVE 5 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           IF WS-CITY-OPEN NOT = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "    REFERENTIEL " FUNCTION TRIM(WS-CITY-FILENAME)
                   " INDISPONIBLE - VILLES CIBLES NON CONTROLEES"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           OPEN INPUT ORDER_FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ ORDER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF ORD-STATUS = "A"
                               PERFORM CHECK-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER_FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-ORDER.
           ADD 1 TO WS-SEC-CHECKED(WS-SX)
           IF WS-CITY-OPEN = "Y"
               MOVE ORD-NEW-VILLE TO CITY-NOM
               READ CITY_FILE KEY IS CITY-NOM
                   INVALID KEY
                       MOVE SPACES TO WS-DETAIL
                       STRING "ORDRE " ORD-NO " " ORD-OLD-VILLE
                           " -> " ORD-NEW-VILLE
                           " : VILLE CIBLE ABSENTE DU REFERENTIEL"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM PRINT-ORPHAN
                   NOT INVALID KEY
                       IF CITY-ACTIVE NOT = "A"
                           MOVE SPACES TO WS-DETAIL
                           STRING "ORDRE " ORD-NO " " ORD-OLD-VILLE
                               " -> " ORD-NEW-VILLE
                               " : VILLE CIBLE DESACTIVEE"
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM PRINT-ORPHAN
                       END-IF
               END-READ
           END-IF
           MOVE ORD-OLD-VILLE TO WS-WANTED-VILLE
           PERFORM FIND-PERSON-IN-VILLE
           IF NOT PERSON-ON-FILE
               MOVE SPACES TO WS-DETAIL
               STRING "ORDRE " ORD-NO " " ORD-OLD-VILLE " -> "
                   ORD-NEW-VILLE " : PLUS PERSONNE DANS "
                   ORD-OLD-VILLE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM PRINT-ORPHAN
           END-IF.

       SWEEP-RELATIONS.
      * Running links only : an ended link is the record of what
      * was, and stays whoever has gone since.
           MOVE 6 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT RELATION_FILE
           IF WS-RELATION-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RELATION_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF REL-END-DATE = 0
                               OR REL-END-DATE >= WS-BUSINESS-DATE
                               PERFORM CHECK-ONE-RELATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-RELATION.
           ADD 1 TO WS-SEC-CHECKED(WS-SX)
           MOVE REL-PERSON-ID TO WS-WANTED-ID
           PERFORM FIND-PERSON-BY-ID
           IF NOT PERSON-ON-FILE
               MOVE SPACES TO WS-DETAIL
               STRING "LIEN " REL-TYPE " " REL-PERSON-ID " <- "
                   REL-REP-ID " DU " REL-START-DATE
                   " : REPRESENTE ABSENT DU FICHIER"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM PRINT-ORPHAN
           ELSE
               MOVE REL-REP-ID TO WS-WANTED-ID
               PERFORM FIND-PERSON-BY-ID
               IF NOT PERSON-ON-FILE
                   MOVE SPACES TO WS-DETAIL
                   STRING "LIEN " REL-TYPE " " REL-PERSON-ID " <- "
                       REL-REP-ID " DU " REL-START-DATE
                       " : REPRESENTANT ABSENT DU FICHIER"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM PRINT-ORPHAN
               END-IF
           END-IF.

       SWEEP-EFFECTIVE.
      * Held changes to one person ; mergers work on a VILLE and are
      * covered by their change order above.
           MOVE 7 TO WS-SX
           PERFORM PRINT-SECTION-HEADING
           OPEN INPUT QUEUE_FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               PERFORM PRINT-SECTION-ABSENT
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ QUEUE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF EFC-HELD AND EFC-ACTION = "UPDATE"
                               PERFORM CHECK-ONE-EFFECTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE_FILE
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-EFFECTIVE.
           ADD 1 TO WS-SEC-CHECKED(WS-SX)
           MOVE EFC-PERSON-ID TO WS-WANTED-ID
           PERFORM FIND-PERSON-BY-ID
           IF NOT PERSON-ON-FILE
               MOVE SPACES TO WS-DETAIL
               STRING "CHANGEMENT " EFC-NO " DU " EFC-DUE-DATE " SUR "
                   EFC-NOM " NUMERO " EFC-PERSON-ID
                   " : PERSONNE ABSENTE DU FICHIER"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM PRINT-ORPHAN
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== RECAPITULATIF" TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
               MOVE WS-SEC-CHECKED(WS-SX) TO WS-CHECKED-DISPLAY
               MOVE WS-SEC-ORPHANS(WS-SX) TO WS-ORPHAN-DISPLAY
               MOVE SPACES TO PRINT-LINE
               IF WS-SEC-STATE(WS-SX) = "A"
                   STRING "    " WS-SEC-DATASET(WS-SX) " ABSENT"
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "    " WS-SEC-DATASET(WS-SX)
                       WS-ORPHAN-DISPLAY " ORPHELIN(S) SUR "
                       WS-CHECKED-DISPLAY
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           END-PERFORM
           MOVE WS-ORPHAN-TOTAL TO WS-ORPHAN-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    TOTAL                 " WS-ORPHAN-DISPLAY
               " ORPHELIN(S)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-ALERTS.
      * The file is rewritten every run, so a dataset put right
      * drops off the page at the next sweep.
           OPEN OUTPUT ALERT_FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE orphan_alerts.txt - STATUS "
                   WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
                   IF WS-SEC-ORPHANS(WS-SX) > 0
                       MOVE WS-SEC-ORPHANS(WS-SX) TO WS-ORPHAN-DISPLAY
                       MOVE SPACES TO WS-ALERT-KEY
                       STRING "ORPHELINS " WS-SEC-DATASET(WS-SX)
                           DELIMITED BY SIZE INTO WS-ALERT-KEY
                       MOVE SPACES TO WS-ALERT-TEXT
                       STRING "ORPHELINS "
                           FUNCTION TRIM(WS-SEC-DATASET(WS-SX)) " : "
                           FUNCTION TRIM(WS-ORPHAN-DISPLAY) " - "
                           FUNCTION TRIM(WS-SEC-ACTION(WS-SX))
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       MOVE WS-ALERT-KEY TO ORA-KEY
                       MOVE WS-ALERT-TEXT TO ORA-TEXT
                       WRITE ALERT_RECORD
                   END-IF
               END-PERFORM
               CLOSE ALERT_FILE
           END-IF.
