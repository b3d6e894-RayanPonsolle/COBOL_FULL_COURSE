      ******************************************************************
      * Name : PersonMerge.cbl
      * Author: RayanPonsolle
      * Supervisor merge of two person records confirmed as the same
      * individual, the step that follows NameDupReport.cbl and the
      * steward's note in PersonNotes.cbl ("same person, keep
      * 000412"). The supervisor keys the surviving PERSON-ID and
      * the retired one ; both records are shown and every field
      * that differs is offered side by side, with the filled-in
      * value proposed (the earlier capture date, a confirmed date
      * of birth over an estimated one, an opposition to contact
      * always kept), so the best of both lands on the survivor.
      * The survivor is rewritten and the retired record deleted,
      * both journalled through PersonJournal.cbl and audited as
      * the ordinary UPDATE and DELETE the reconciliation expects,
      * plus a FUSION line naming the retired record. The pair goes
      * to merge_xref.txt (MERGEREC.cpy) so the history, disclosure,
      * branch-extract and snapshot programs still find the retired
      * number's past under the survivor, and a note is added under
      * both names so the desk sees the merge when either is pulled
      * up. The retired number's former names move onto the
      * survivor in aliases.dat, and the retired NOM itself is kept
      * there as a merged-in name, so the front desk still finds the
      * person under it. Before the retired record is deleted, every
      * side file still pointing at its number is re-pointed to the
      * survivor : the links of relations.dat (a link the survivor
      * already has is dropped), effective_changes.txt,
      * dsr_register.txt, verif_register.txt and contact_history.txt,
      * the sequential ones rewritten through merge_repoint.tmp. If
      * one cannot be rewritten the merge stops there and the retired
      * record stays. A merge is refused when the two people are
      * linked to each other in relations.dat, or when merge_xref.txt
      * already holds the 5000 merges it can carry. Nothing is
      * written until the supervisor confirms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMerge.

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

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT NOTES_FILE ASSIGN TO "notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT QUEUE_FILE ASSIGN TO "effective_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT DSR_FILE ASSIGN TO "dsr_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT VERIF_FILE ASSIGN TO "verif_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT CONTACT_FILE ASSIGN TO "contact_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO WS-KEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  XREF_FILE.
           COPY MERGEREC.

       FD  NOTES_FILE.
       01  NOTE_RECORD.
           05 NOTE-NOM PIC A(20).
           05 NOTE-AUTHOR PIC X(8).
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  QUEUE_FILE.
           COPY EFFCREC.

       FD  DSR_FILE.
           COPY DSRREC.

       FD  VERIF_FILE.
           COPY VRFREC.

       FD  CONTACT_FILE.
           COPY CTHREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(161).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-NOTES-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-SIDE-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "PersonMerge".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-ID-INPUT PIC X(6).
       01  WS-SURVIVOR-ID PIC 9(6) VALUE 0.
       01  WS-RETIRED-ID PIC 9(6) VALUE 0.
       01  WS-FOUND PIC X.
           88 PERSON-FOUND VALUE "Y".
       01  WS-CONFIRM PIC X.
       01  WS-MERGE-OK PIC X VALUE "Y".
           88 MERGE-IS-OK VALUE "Y".
       01  WS-CTL-ACTION PIC X.
       01  WS-CTL-COUNT PIC S9(6).
       01  WS-CTL-HASH PIC S9(8).
       01  WS-CTL-NEXT-ID PIC 9(6).
       01  WS-CTL-RESULT PIC X.
       01  WS-TRAILER-COUNT-DELTA PIC S9(6).
       01  WS-TRAILER-HASH-DELTA PIC S9(8).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-SURVIVOR-BEFORE PIC X(233).
       01  WS-BEFORE-AGE PIC 99.
       01  WS-BEFORE-VILLE PIC A(20).
       01  WS-SURVIVOR-NOM PIC A(20).
      * The retired record, parsed at the PERSONREC offsets the way
      * PeopleCounters.cbl views a journal image, so its fields can
      * be offered next to the survivor's.
       01  WS-RETIRED-IMAGE PIC X(233).
       01  WS-RETIRED-AREA REDEFINES WS-RETIRED-IMAGE.
           05 WS-RET-NOM PIC A(20).
           05 WS-RET-AGE PIC 99.
           05 WS-RET-VILLE PIC A(20).
           05 WS-RET-SEQ-NO PIC 9(6).
           05 WS-RET-RUNNING-TOTAL PIC 9(9).
           05 WS-RET-CAPTURE-DATE PIC 9(8).
           05 WS-RET-ADR-LIGNE-1 PIC X(30).
           05 WS-RET-ADR-LIGNE-2 PIC X(30).
           05 WS-RET-CODE-POSTAL PIC X(5).
           05 WS-RET-DATE-NAISSANCE PIC 9(8).
           05 WS-RET-DATE-NAISSANCE-FLAG PIC X.
           05 WS-RET-CAPTURE-DATE-FLAG PIC X.
           05 WS-RET-BRANCH-CODE PIC X(8).
           05 WS-RET-PERSON-ID PIC 9(6).
           05 WS-RET-TELEPHONE PIC X(10).
           05 WS-RET-EMAIL PIC X(40).
           05 WS-RET-CONTACT-PREF PIC X.
           05 WS-RET-STATUT PIC X.
           05 WS-RET-STATUT-DATE PIC 9(8).
           05 WS-RET-ADR-INVALID-FLAG PIC X.
           05 WS-RET-ADR-INVALID-DATE PIC 9(8).
           05 WS-RET-EMAIL-INVALID-FLAG PIC X.
           05 WS-RET-EMAIL-INVALID-DATE PIC 9(8).
           05 WS-RET-CIVILITE PIC X.
       01  WS-FIELD-LABEL PIC X(30).
       01  WS-FIELD-VALUE-1 PIC X(70).
       01  WS-FIELD-VALUE-2 PIC X(70).
       01  WS-FIELD-DEFAULT PIC X.
       01  WS-FIELD-ANSWER PIC X.
       01  WS-FIELD-PICK PIC X.
       01  WS-FIELDS-TAKEN PIC 9(2) VALUE 0.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.
               10 WS-XR-OLD-ID PIC 9(6).
               10 WS-XR-NEW-ID PIC 9(6).
               10 WS-XR-DATE PIC 9(8).
               10 WS-XR-OPERATOR PIC X(8).
               10 WS-XR-OLD-NOM PIC A(20).
               10 WS-XR-NEW-NOM PIC A(20).
               10 WS-XR-OLD-BRANCH PIC X(8).
       01  WS-XREF-TALLY PIC 9(4) VALUE 0.
       01  WS-XX PIC 9(4).
       01  WS-REPOINTED PIC 9(4) VALUE 0.
       01  WS-XREF-END PIC 9.
       01  WS-NOTE-NOM PIC A(20).
       01  WS-NOTE-TEXT PIC X(60).
       01  WS-ALIAS-ACTION PIC X(6).
       01  WS-ALIAS-TYPE PIC X.
      * Side files re-pointed from the retired number to the survivor.
       01  WS-XREF-LINES PIC 9(5) VALUE 0.
       01  WS-LINK-TABLE.
           05 WS-LINK-IMAGE PIC X(45) OCCURS 500 TIMES.
       01  WS-LINK-TALLY PIC 9(3) VALUE 0.
       01  WS-LX PIC 9(3).
       01  WS-LINKS-MOVED PIC 9(3) VALUE 0.
       01  WS-LINKS-DROPPED PIC 9(3) VALUE 0.
       01  WS-KEEP-NAME PIC X(20) VALUE "merge_repoint.tmp".
       01  WS-SIDE-NAME PIC X(24).
       01  WS-SIDE-END PIC 9.
       01  WS-SIDE-MOVED PIC 9(6).
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "S"
               DISPLAY "FUSION RESERVEE AU SUPERVISEUR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "Numero de la personne conservee : ".
           ACCEPT WS-ID-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-SURVIVOR-ID
           END-IF.
           DISPLAY "Numero de la personne a retirer : ".
           ACCEPT WS-ID-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-RETIRED-ID
           END-IF.
           IF WS-SURVIVOR-ID = 0 OR WS-RETIRED-ID = 0
               DISPLAY "NUMERO INVALIDE, ABANDON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "LES DEUX NUMEROS SONT IDENTIQUES, ABANDON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CLAIM-UPDATE-LOCK.
           IF WS-LOCK-RESULT NOT = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.

           MOVE WS-RETIRED-ID TO PERSON-ID.
           PERFORM READ-ONE-PERSON.
           IF NOT PERSON-FOUND
               DISPLAY "PERSONNE A RETIRER INTROUVABLE : "
                   WS-RETIRED-ID
               MOVE 8 TO RETURN-CODE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.
           MOVE FILE_DATA TO WS-RETIRED-IMAGE.

           MOVE WS-SURVIVOR-ID TO PERSON-ID.
           PERFORM READ-ONE-PERSON.
           IF NOT PERSON-FOUND
               DISPLAY "PERSONNE CONSERVEE INTROUVABLE : "
                   WS-SURVIVOR-ID
               MOVE 8 TO RETURN-CODE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.
           MOVE FILE_DATA TO WS-SURVIVOR-BEFORE.
           MOVE AGE TO WS-BEFORE-AGE.
           MOVE VILLE TO WS-BEFORE-VILLE.

           PERFORM CHECK-MERGE-REFERENCES.
           IF NOT MERGE-IS-OK
               MOVE 8 TO RETURN-CODE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.

           PERFORM SHOW-BOTH-RECORDS.
           PERFORM CHOOSE-MERGED-VALUES.

           DISPLAY " ".
           DISPLAY "VALEURS REPRISES DU NUMERO " WS-RETIRED-ID
               " : " WS-FIELDS-TAKEN.
           DISPLAY "Confirmer la fusion (O/N) : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "FUSION ABANDONNEE, AUCUNE MODIFICATION."
               MOVE 4 TO RETURN-CODE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.

           PERFORM APPLY-SURVIVOR.
           IF MERGE-IS-OK
               PERFORM REPOINT-REFERENCES
           END-IF.
           IF MERGE-IS-OK
               PERFORM RETIRE-DUPLICATE
           END-IF.
           IF MERGE-IS-OK
               PERFORM WRITE-MERGE-AUDIT
               PERFORM RECORD-MERGE-XREF
               PERFORM MOVE-RETIRED-ALIASES
               PERFORM WRITE-MERGE-NOTES
               DISPLAY "FUSION TERMINEE : " WS-RETIRED-ID " -> "
                   WS-SURVIVOR-ID
           END-IF.

           CLOSE AUDIT_LOG.
           CLOSE DATA_FILE.
           PERFORM RELEASE-UPDATE-LOCK.
           GOBACK.

       CLAIM-UPDATE-LOCK.
           MOVE "C" TO WS-LOCK-ACTION
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-OPERATOR-ID
               WS-LOCK-RESULT
           END-CALL.

       RELEASE-UPDATE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-OPERATOR-ID
               WS-LOCK-RESULT
           END-CALL.

       READ-ONE-PERSON.
           MOVE "N" TO WS-FOUND
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       CHECK-MERGE-REFERENCES.
      * Refused before anything is asked : two people linked to each
      * other cannot become one, and a full cross-reference could
      * not take the new line. The retired number's links are kept
      * aside for REPOINT-RELATIONS.
           MOVE 0 TO WS-XREF-LINES
           OPEN INPUT XREF_FILE
           IF WS-XREF-FILE-STATUS = "00"
               MOVE 1 TO WS-XREF-END
               PERFORM UNTIL WS-XREF-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO WS-XREF-END
                       NOT AT END
                           ADD 1 TO WS-XREF-LINES
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
           END-IF
           IF WS-XREF-LINES >= 5000
               DISPLAY "merge_xref.txt PLEIN (5000 FUSIONS), "
                   "FUSION IMPOSSIBLE."
               MOVE "N" TO WS-MERGE-OK
           END-IF

           MOVE 0 TO WS-LINK-TALLY
           OPEN INPUT RELATION_FILE
           IF WS-RELATION-FILE-STATUS = "00"
               MOVE 1 TO WS-SIDE-END
               PERFORM UNTIL WS-SIDE-END = 0
                   READ RELATION_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO WS-SIDE-END
                       NOT AT END
                           PERFORM CHECK-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
           END-IF.

       CHECK-ONE-LINK.
           EVALUATE TRUE
               WHEN (REL-PERSON-ID = WS-RETIRED-ID
                       AND REL-REP-ID = WS-SURVIVOR-ID)
                   OR (REL-PERSON-ID = WS-SURVIVOR-ID
                       AND REL-REP-ID = WS-RETIRED-ID)
                   DISPLAY "LES DEUX PERSONNES SONT LIEES DANS "
                       "relations.dat, FUSION IMPOSSIBLE."
                   MOVE "N" TO WS-MERGE-OK
               WHEN REL-PERSON-ID = WS-RETIRED-ID
                   OR REL-REP-ID = WS-RETIRED-ID
                   IF WS-LINK-TALLY < 500
                       ADD 1 TO WS-LINK-TALLY
                       MOVE RELATION-RECORD
                           TO WS-LINK-IMAGE(WS-LINK-TALLY)
                   ELSE
                       DISPLAY "PLUS DE 500 LIENS SUR LE NUMERO "
                           WS-RETIRED-ID ", FUSION IMPOSSIBLE."
                       MOVE "N" TO WS-MERGE-OK
                   END-IF
           END-EVALUATE.

       SHOW-BOTH-RECORDS.
           DISPLAY " ".
           DISPLAY "CONSERVE " PERSON-ID " : " NOM " AGE " AGE
               " VILLE " VILLE " SAISI " CAPTURE-DATE.
           DISPLAY "RETIRE   " WS-RET-PERSON-ID " : " WS-RET-NOM
               " AGE " WS-RET-AGE " VILLE " WS-RET-VILLE
               " SAISI " WS-RET-CAPTURE-DATE.
           DISPLAY "POUR CHAQUE ZONE DIFFERENTE : 1 = CONSERVE, "
               "2 = RETIRE.".

       CHOOSE-MERGED-VALUES.
      * One decision per differing zone, in record order. The
      * address travels as one block (both lines, postal code and
      * NPAI state) so a street is never paired with another
      * record's postal code.
           MOVE "NOM" TO WS-FIELD-LABEL
           MOVE NOM TO WS-FIELD-VALUE-1
           MOVE WS-RET-NOM TO WS-FIELD-VALUE-2
           PERFORM PROPOSE-FILLED-VALUE
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-NOM TO NOM
           END-IF

           MOVE "AGE" TO WS-FIELD-LABEL
           MOVE AGE TO WS-FIELD-VALUE-1
           MOVE WS-RET-AGE TO WS-FIELD-VALUE-2
           MOVE "1" TO WS-FIELD-DEFAULT
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-AGE TO AGE
           END-IF

           MOVE "VILLE" TO WS-FIELD-LABEL
           MOVE VILLE TO WS-FIELD-VALUE-1
           MOVE WS-RET-VILLE TO WS-FIELD-VALUE-2
           PERFORM PROPOSE-FILLED-VALUE
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-VILLE TO VILLE
           END-IF

           MOVE "ADRESSE" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE-1 WS-FIELD-VALUE-2
           IF ADR-LIGNE-1 NOT = SPACES OR CODE-POSTAL NOT = SPACES
               STRING ADR-LIGNE-1 " " ADR-LIGNE-2 " " CODE-POSTAL
                   " " ADR-INVALID-FLAG
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-1
           END-IF
           IF WS-RET-ADR-LIGNE-1 NOT = SPACES
               OR WS-RET-CODE-POSTAL NOT = SPACES
               STRING WS-RET-ADR-LIGNE-1 " " WS-RET-ADR-LIGNE-2 " "
                   WS-RET-CODE-POSTAL " " WS-RET-ADR-INVALID-FLAG
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-2
           END-IF
           PERFORM PROPOSE-FILLED-VALUE
           IF WS-FIELD-VALUE-1 NOT = SPACES
               AND WS-FIELD-VALUE-2 NOT = SPACES
               AND ADR-INVALID-FLAG = "I"
               AND WS-RET-ADR-INVALID-FLAG NOT = "I"
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-ADR-LIGNE-1 TO ADR-LIGNE-1
               MOVE WS-RET-ADR-LIGNE-2 TO ADR-LIGNE-2
               MOVE WS-RET-CODE-POSTAL TO CODE-POSTAL
               MOVE WS-RET-ADR-INVALID-FLAG TO ADR-INVALID-FLAG
               MOVE WS-RET-ADR-INVALID-DATE TO ADR-INVALID-DATE
           END-IF

           MOVE "DATE DE NAISSANCE" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE-1 WS-FIELD-VALUE-2
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               STRING DATE-NAISSANCE " (" DATE-NAISSANCE-FLAG ")"
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-1
           END-IF
           IF WS-RET-DATE-NAISSANCE IS NUMERIC
               AND WS-RET-DATE-NAISSANCE > 0
               STRING WS-RET-DATE-NAISSANCE " ("
                   WS-RET-DATE-NAISSANCE-FLAG ")"
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-2
           END-IF
           PERFORM PROPOSE-FILLED-VALUE
           IF WS-FIELD-VALUE-1 NOT = SPACES
               AND WS-FIELD-VALUE-2 NOT = SPACES
               AND DATE-NAISSANCE-FLAG NOT = "C"
               AND WS-RET-DATE-NAISSANCE-FLAG = "C"
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-DATE-NAISSANCE TO DATE-NAISSANCE
               MOVE WS-RET-DATE-NAISSANCE-FLAG
                   TO DATE-NAISSANCE-FLAG
           END-IF

           MOVE "DATE DE SAISIE" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE-1 WS-FIELD-VALUE-2
           STRING CAPTURE-DATE " (" CAPTURE-DATE-FLAG ")"
               DELIMITED BY SIZE INTO WS-FIELD-VALUE-1
           STRING WS-RET-CAPTURE-DATE " (" WS-RET-CAPTURE-DATE-FLAG
               ")" DELIMITED BY SIZE INTO WS-FIELD-VALUE-2
           MOVE "1" TO WS-FIELD-DEFAULT
           IF WS-RET-CAPTURE-DATE IS NUMERIC
               AND WS-RET-CAPTURE-DATE > 0
               AND (CAPTURE-DATE IS NOT NUMERIC
                   OR CAPTURE-DATE = 0
                   OR WS-RET-CAPTURE-DATE < CAPTURE-DATE)
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-CAPTURE-DATE TO CAPTURE-DATE
               MOVE WS-RET-CAPTURE-DATE-FLAG TO CAPTURE-DATE-FLAG
           END-IF

           MOVE "CIVILITE (M/F)" TO WS-FIELD-LABEL
           MOVE CIVILITE TO WS-FIELD-VALUE-1
           MOVE WS-RET-CIVILITE TO WS-FIELD-VALUE-2
           PERFORM PROPOSE-FILLED-VALUE
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-CIVILITE TO CIVILITE
           END-IF

           MOVE "CODE SUCCURSALE" TO WS-FIELD-LABEL
           MOVE BRANCH-CODE TO WS-FIELD-VALUE-1
           MOVE WS-RET-BRANCH-CODE TO WS-FIELD-VALUE-2
           PERFORM PROPOSE-FILLED-VALUE
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-BRANCH-CODE TO BRANCH-CODE
           END-IF

           MOVE "TELEPHONE" TO WS-FIELD-LABEL
           MOVE TELEPHONE TO WS-FIELD-VALUE-1
           MOVE WS-RET-TELEPHONE TO WS-FIELD-VALUE-2
           PERFORM PROPOSE-FILLED-VALUE
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-TELEPHONE TO TELEPHONE
           END-IF

      * The mailbox travels with its bounce mark ; a bounced mailbox
      * on the survivor gives way to a good one on the duplicate.
           MOVE "COURRIEL" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE-1 WS-FIELD-VALUE-2
           IF EMAIL NOT = SPACES
               STRING EMAIL " " EMAIL-INVALID-FLAG
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-1
           END-IF
           IF WS-RET-EMAIL NOT = SPACES
               STRING WS-RET-EMAIL " " WS-RET-EMAIL-INVALID-FLAG
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE-2
           END-IF
           PERFORM PROPOSE-FILLED-VALUE
           IF WS-FIELD-VALUE-1 NOT = SPACES
               AND WS-FIELD-VALUE-2 NOT = SPACES
               AND EMAIL-INVALID-FLAG = "I"
               AND WS-RET-EMAIL-INVALID-FLAG NOT = "I"
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-EMAIL TO EMAIL
               MOVE WS-RET-EMAIL-INVALID-FLAG TO EMAIL-INVALID-FLAG
               MOVE WS-RET-EMAIL-INVALID-DATE TO EMAIL-INVALID-DATE
           END-IF

      * An opposition to contact keyed on either record stands : the
      * proposal is always the "N".
           MOVE "NE PAS CONTACTER (N)" TO WS-FIELD-LABEL
           MOVE CONTACT-PREF TO WS-FIELD-VALUE-1
           MOVE WS-RET-CONTACT-PREF TO WS-FIELD-VALUE-2
           MOVE "1" TO WS-FIELD-DEFAULT
           IF WS-RET-CONTACT-PREF = "N"
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-CONTACT-PREF TO CONTACT-PREF
           END-IF

           MOVE "STATUT" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE-1 WS-FIELD-VALUE-2
           STRING STATUT " " STATUT-DATE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE-1
           STRING WS-RET-STATUT " " WS-RET-STATUT-DATE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE-2
           MOVE "1" TO WS-FIELD-DEFAULT
           IF (STATUT = "A" OR STATUT = SPACE)
               AND (WS-RET-STATUT = "D" OR WS-RET-STATUT = "P")
               MOVE "2" TO WS-FIELD-DEFAULT
           END-IF
           PERFORM ASK-FIELD-CHOICE
           IF WS-FIELD-PICK = "2"
               MOVE WS-RET-STATUT TO STATUT
               MOVE WS-RET-STATUT-DATE TO STATUT-DATE
           END-IF.

       PROPOSE-FILLED-VALUE.
      * The survivor's value unless it is blank and the retired
      * record has one.
           IF WS-FIELD-VALUE-1 = SPACES
               AND WS-FIELD-VALUE-2 NOT = SPACES
               MOVE "2" TO WS-FIELD-DEFAULT
           ELSE
               MOVE "1" TO WS-FIELD-DEFAULT
           END-IF.

       ASK-FIELD-CHOICE.
           MOVE "1" TO WS-FIELD-PICK
           IF WS-FIELD-VALUE-1 NOT = WS-FIELD-VALUE-2
               DISPLAY " "
               DISPLAY FUNCTION TRIM(WS-FIELD-LABEL) " :"
               DISPLAY "   1 = " WS-FIELD-VALUE-1
               DISPLAY "   2 = " WS-FIELD-VALUE-2
               DISPLAY "   Choix (vide = " WS-FIELD-DEFAULT ") : "
               MOVE SPACE TO WS-FIELD-ANSWER
               ACCEPT WS-FIELD-ANSWER
               IF WS-FIELD-ANSWER = "1" OR WS-FIELD-ANSWER = "2"
                   MOVE WS-FIELD-ANSWER TO WS-FIELD-PICK
               ELSE
                   MOVE WS-FIELD-DEFAULT TO WS-FIELD-PICK
               END-IF
               IF WS-FIELD-PICK = "2"
                   ADD 1 TO WS-FIELDS-TAKEN
               END-IF
           END-IF.

       APPLY-SURVIVOR.
           MOVE WS-SURVIVOR-BEFORE TO WS-JRN-BEFORE
           REWRITE FILE_DATA
               INVALID KEY
                   DISPLAY "ERREUR MISE A JOUR " WS-SURVIVOR-ID
                       " - STATUS " WS-DATA-FILE-STATUS
                   MOVE "N" TO WS-MERGE-OK
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE NOM TO WS-SURVIVOR-NOM
                   MOVE "REWRIT" TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE "UPDATE" TO AUD-ACTION
                   MOVE WS-BEFORE-AGE TO AUD-BEFORE-AGE
                   MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
                   MOVE AGE TO AUD-AFTER-AGE
                   MOVE VILLE TO AUD-AFTER-VILLE
                   MOVE NOM TO AUD-NOM
                   PERFORM WRITE-AUDIT-COMMON
                   MOVE 0 TO WS-TRAILER-COUNT-DELTA
                   COMPUTE WS-TRAILER-HASH-DELTA =
                       AGE - WS-BEFORE-AGE
                   PERFORM UPDATE-TRAILER
           END-REWRITE.

       REPOINT-REFERENCES.
      * Each side file in turn ; the first that cannot be rewritten
      * stops the merge before the retired record is deleted.
           PERFORM REPOINT-RELATIONS
           IF MERGE-IS-OK
               PERFORM REPOINT-QUEUE
           END-IF
           IF MERGE-IS-OK
               PERFORM REPOINT-DSR
           END-IF
           IF MERGE-IS-OK
               PERFORM REPOINT-VERIF
           END-IF
           IF MERGE-IS-OK
               PERFORM REPOINT-CONTACTS
           END-IF
           IF NOT MERGE-IS-OK
               DISPLAY "FUSION INTERROMPUE, LE NUMERO " WS-RETIRED-ID
                   " RESTE SUR LE FICHIER."
               MOVE 16 TO RETURN-CODE
           END-IF.

       REPOINT-RELATIONS.
      * The key holds the number, so a link moves by delete and
      * write ; one the survivor already has is simply dropped.
           IF WS-LINK-TALLY > 0
               OPEN I-O RELATION_FILE
               IF WS-RELATION-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE relations.dat - STATUS "
                       WS-RELATION-FILE-STATUS
                   MOVE "N" TO WS-MERGE-OK
               ELSE
                   PERFORM VARYING WS-LX FROM 1 BY 1
                           UNTIL WS-LX > WS-LINK-TALLY
                           OR NOT MERGE-IS-OK
                       PERFORM REPOINT-ONE-LINK
                   END-PERFORM
                   CLOSE RELATION_FILE
                   DISPLAY "LIENS DE REPRESENTATION REPRIS : "
                       WS-LINKS-MOVED " - EN DOUBLE, RETIRES : "
                       WS-LINKS-DROPPED
               END-IF
           END-IF.

       REPOINT-ONE-LINK.
           MOVE WS-LINK-IMAGE(WS-LX) TO RELATION-RECORD
           DELETE RELATION_FILE
               INVALID KEY
                   DISPLAY "ERREUR SUPPRESSION LIEN " REL-PERSON-ID
                       "/" REL-REP-ID " - STATUS "
                       WS-RELATION-FILE-STATUS
                   MOVE "N" TO WS-MERGE-OK
           END-DELETE
           IF MERGE-IS-OK
               IF REL-PERSON-ID = WS-RETIRED-ID
                   MOVE WS-SURVIVOR-ID TO REL-PERSON-ID
               ELSE
                   MOVE WS-SURVIVOR-ID TO REL-REP-ID
               END-IF
               WRITE RELATION-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LINKS-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO WS-LINKS-MOVED
               END-WRITE
           END-IF.

       REPOINT-QUEUE.
           MOVE "effective_changes.txt" TO WS-SIDE-NAME
           MOVE 0 TO WS-SIDE-MOVED
           OPEN INPUT QUEUE_FILE
           IF WS-SIDE-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-MERGE-OK
               ELSE
                   MOVE 1 TO WS-SIDE-END
                   PERFORM UNTIL WS-SIDE-END = 0
                       READ QUEUE_FILE
                           AT END
                               MOVE 0 TO WS-SIDE-END
                           NOT AT END
                               IF EFC-PERSON-ID = WS-RETIRED-ID
                                   MOVE WS-SURVIVOR-ID TO EFC-PERSON-ID
                                   MOVE WS-SURVIVOR-NOM TO EFC-NOM
                                   ADD 1 TO WS-SIDE-MOVED
                               END-IF
                               MOVE EFFECTIVE-CHANGE-RECORD
                                   TO KEEP_RECORD
                               WRITE KEEP_RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP_FILE
               END-IF
               CLOSE QUEUE_FILE
               PERFORM COPY-SIDE-FILE-BACK
           END-IF.

       REPOINT-DSR.
           MOVE "dsr_register.txt" TO WS-SIDE-NAME
           MOVE 0 TO WS-SIDE-MOVED
           OPEN INPUT DSR_FILE
           IF WS-SIDE-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-MERGE-OK
               ELSE
                   MOVE 1 TO WS-SIDE-END
                   PERFORM UNTIL WS-SIDE-END = 0
                       READ DSR_FILE
                           AT END
                               MOVE 0 TO WS-SIDE-END
                           NOT AT END
                               IF DSR-PERSON-ID = WS-RETIRED-ID
                                   MOVE WS-SURVIVOR-ID TO DSR-PERSON-ID
                                   ADD 1 TO WS-SIDE-MOVED
                               END-IF
                               MOVE DSR-RECORD TO KEEP_RECORD
                               WRITE KEEP_RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP_FILE
               END-IF
               CLOSE DSR_FILE
               PERFORM COPY-SIDE-FILE-BACK
           END-IF.

       REPOINT-VERIF.
           MOVE "verif_register.txt" TO WS-SIDE-NAME
           MOVE 0 TO WS-SIDE-MOVED
           OPEN INPUT VERIF_FILE
           IF WS-SIDE-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-MERGE-OK
               ELSE
                   MOVE 1 TO WS-SIDE-END
                   PERFORM UNTIL WS-SIDE-END = 0
                       READ VERIF_FILE
                           AT END
                               MOVE 0 TO WS-SIDE-END
                           NOT AT END
                               IF VRF-PERSON-ID = WS-RETIRED-ID
                                   MOVE WS-SURVIVOR-ID TO VRF-PERSON-ID
                                   ADD 1 TO WS-SIDE-MOVED
                               END-IF
                               MOVE VERIF-RECORD TO KEEP_RECORD
                               WRITE KEEP_RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP_FILE
               END-IF
               CLOSE VERIF_FILE
               PERFORM COPY-SIDE-FILE-BACK
           END-IF.

       REPOINT-CONTACTS.
           MOVE "contact_history.txt" TO WS-SIDE-NAME
           MOVE 0 TO WS-SIDE-MOVED
           OPEN INPUT CONTACT_FILE
           IF WS-SIDE-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-MERGE-OK
               ELSE
                   MOVE 1 TO WS-SIDE-END
                   PERFORM UNTIL WS-SIDE-END = 0
                       READ CONTACT_FILE
                           AT END
                               MOVE 0 TO WS-SIDE-END
                           NOT AT END
                               IF CTH-PERSON-ID = WS-RETIRED-ID
                                   MOVE WS-SURVIVOR-ID TO CTH-PERSON-ID
                                   ADD 1 TO WS-SIDE-MOVED
                               END-IF
                               MOVE CONTACT-HISTORY-RECORD
                                   TO KEEP_RECORD
                               WRITE KEEP_RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP_FILE
               END-IF
               CLOSE CONTACT_FILE
               PERFORM COPY-SIDE-FILE-BACK
           END-IF.

       COPY-SIDE-FILE-BACK.
      * The copy replaces the file only when a line was re-pointed ;
      * an absent file has nothing to re-point.
           IF NOT MERGE-IS-OK
               DISPLAY "ERREUR OUVERTURE " WS-KEEP-NAME " - STATUS "
                   WS-KEEP-FILE-STATUS
           ELSE
               IF WS-SIDE-MOVED > 0
                   CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-SIDE-NAME
                       RETURNING WS-COPY-RC
                   END-CALL
                   IF WS-COPY-RC NOT = 0
                       DISPLAY "ERREUR REECRITURE "
                           FUNCTION TRIM(WS-SIDE-NAME) " - RC "
                           WS-COPY-RC
                       MOVE "N" TO WS-MERGE-OK
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-SIDE-NAME)
                           " : LIGNES REPRISES " WS-SIDE-MOVED
                   END-IF
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.

       RETIRE-DUPLICATE.
      * The retired record leaves the file ; its full image is kept
      * in the journal's before-image and its number in the
      * cross-reference.
           MOVE WS-RETIRED-ID TO PERSON-ID
           PERFORM READ-ONE-PERSON
           IF NOT PERSON-FOUND
               DISPLAY "ERREUR RELECTURE " WS-RETIRED-ID
               MOVE "N" TO WS-MERGE-OK
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FILE_DATA TO WS-JRN-BEFORE
               DELETE DATA_FILE
                   INVALID KEY
                       DISPLAY "ERREUR SUPPRESSION " WS-RETIRED-ID
                           " - STATUS " WS-DATA-FILE-STATUS
                       MOVE "N" TO WS-MERGE-OK
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "DELETE" TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "DELETE" TO AUD-ACTION
                       MOVE WS-RET-AGE TO AUD-BEFORE-AGE
                       MOVE WS-RET-VILLE TO AUD-BEFORE-VILLE
                       MOVE WS-RET-AGE TO AUD-AFTER-AGE
                       MOVE WS-RET-VILLE TO AUD-AFTER-VILLE
                       MOVE WS-RET-NOM TO AUD-NOM
                       PERFORM WRITE-AUDIT-COMMON
                       MOVE -1 TO WS-TRAILER-COUNT-DELTA
                       COMPUTE WS-TRAILER-HASH-DELTA =
                           0 - WS-RET-AGE
                       PERFORM UPDATE-TRAILER
               END-DELETE
           END-IF.

       WRITE-MERGE-AUDIT.
      * FUSION carries the retired name ; the reconciliation skips
      * the action, the history and disclosure programs show it.
           MOVE "FUSION" TO AUD-ACTION
           MOVE WS-RET-NOM TO AUD-NOM
           MOVE 0 TO AUD-BEFORE-AGE AUD-AFTER-AGE
           MOVE SPACES TO AUD-BEFORE-VILLE AUD-AFTER-VILLE
           PERFORM WRITE-AUDIT-COMMON.

       MOVE-RETIRED-ALIASES.
      * Old names of the retired number follow it onto the survivor ;
      * its own NOM joins them unless the survivor kept that name.
           MOVE "REPNT" TO WS-ALIAS-ACTION
           MOVE SPACES TO WS-ALIAS-TYPE
           CALL "PersonAlias" USING WS-ALIAS-ACTION WS-SURVIVOR-ID
               WS-RET-NOM WS-ALIAS-TYPE WS-RETIRED-ID WS-OPERATOR-ID
           END-CALL
           IF WS-RET-NOM NOT = WS-SURVIVOR-NOM
               MOVE "ADD" TO WS-ALIAS-ACTION
               MOVE "F" TO WS-ALIAS-TYPE
               CALL "PersonAlias" USING WS-ALIAS-ACTION
                   WS-SURVIVOR-ID WS-RET-NOM WS-ALIAS-TYPE
                   WS-RETIRED-ID WS-OPERATOR-ID
               END-CALL
           END-IF.

       RECORD-MERGE-XREF.
      * Earlier lines pointing at the number just retired are moved
      * on to the survivor, so the file stays one lookup deep.
           MOVE 0 TO WS-XREF-TALLY
           OPEN INPUT XREF_FILE
           IF WS-XREF-FILE-STATUS = "00"
               MOVE 1 TO WS-XREF-END
               PERFORM UNTIL WS-XREF-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO WS-XREF-END
                       NOT AT END
                           IF WS-XREF-TALLY < 5000
                               ADD 1 TO WS-XREF-TALLY
                               MOVE MXR-OLD-ID
                                   TO WS-XR-OLD-ID(WS-XREF-TALLY)
                               MOVE MXR-NEW-ID
                                   TO WS-XR-NEW-ID(WS-XREF-TALLY)
                               MOVE MXR-DATE
                                   TO WS-XR-DATE(WS-XREF-TALLY)
                               MOVE MXR-OPERATOR
                                   TO WS-XR-OPERATOR(WS-XREF-TALLY)
                               MOVE MXR-OLD-NOM
                                   TO WS-XR-OLD-NOM(WS-XREF-TALLY)
                               MOVE MXR-NEW-NOM
                                   TO WS-XR-NEW-NOM(WS-XREF-TALLY)
                               MOVE MXR-OLD-BRANCH
                                   TO WS-XR-OLD-BRANCH(WS-XREF-TALLY)
                           ELSE
                               DISPLAY "AVERTISSEMENT : TABLE DES "
                                   "FUSIONS PLEINE"
                               MOVE 4 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
           END-IF

           PERFORM VARYING WS-XX FROM 1 BY 1
                   UNTIL WS-XX > WS-XREF-TALLY
               IF WS-XR-NEW-ID(WS-XX) = WS-RETIRED-ID
                   MOVE WS-SURVIVOR-ID TO WS-XR-NEW-ID(WS-XX)
                   MOVE WS-SURVIVOR-NOM TO WS-XR-NEW-NOM(WS-XX)
                   ADD 1 TO WS-REPOINTED
               END-IF
           END-PERFORM

           OPEN OUTPUT XREF_FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE merge_xref.txt - STATUS "
                   WS-XREF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-XX FROM 1 BY 1
                       UNTIL WS-XX > WS-XREF-TALLY
                   MOVE WS-XR-OLD-ID(WS-XX) TO MXR-OLD-ID
                   MOVE WS-XR-NEW-ID(WS-XX) TO MXR-NEW-ID
                   MOVE WS-XR-DATE(WS-XX) TO MXR-DATE
                   MOVE WS-XR-OPERATOR(WS-XX) TO MXR-OPERATOR
                   MOVE WS-XR-OLD-NOM(WS-XX) TO MXR-OLD-NOM
                   MOVE WS-XR-NEW-NOM(WS-XX) TO MXR-NEW-NOM
                   MOVE WS-XR-OLD-BRANCH(WS-XX) TO MXR-OLD-BRANCH
                   WRITE MERGE-XREF-RECORD
               END-PERFORM
               MOVE WS-RETIRED-ID TO MXR-OLD-ID
               MOVE WS-SURVIVOR-ID TO MXR-NEW-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
               MOVE WS-TODAY-YMD TO MXR-DATE
               MOVE WS-OPERATOR-ID TO MXR-OPERATOR
               MOVE WS-RET-NOM TO MXR-OLD-NOM
               MOVE WS-SURVIVOR-NOM TO MXR-NEW-NOM
               MOVE WS-RET-BRANCH-CODE TO MXR-OLD-BRANCH
               WRITE MERGE-XREF-RECORD
               CLOSE XREF_FILE
           END-IF
           IF WS-REPOINTED > 0
               DISPLAY "FUSIONS ANTERIEURES REDIRIGEES : "
                   WS-REPOINTED
           END-IF.

       WRITE-MERGE-NOTES.
      * Notes stick to names : one under the survivor's name, and
      * one under the retired name when it differed, so whoever
      * pulls up either name sees where the record went.
           OPEN EXTEND NOTES_FILE
           IF WS-NOTES-FILE-STATUS = "35"
               OPEN OUTPUT NOTES_FILE
           END-IF
           IF WS-NOTES-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : notes.txt INDISPONIBLE - "
                   "STATUS " WS-NOTES-FILE-STATUS
           ELSE
               MOVE WS-SURVIVOR-NOM TO WS-NOTE-NOM
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "FUSION : NUMERO " WS-RETIRED-ID " ("
                   FUNCTION TRIM(WS-RET-NOM) ") REPRIS ICI"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM WRITE-ONE-NOTE
               IF WS-RET-NOM NOT = WS-SURVIVOR-NOM
                   MOVE WS-RET-NOM TO WS-NOTE-NOM
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "FUSIONNE DANS LE NUMERO " WS-SURVIVOR-ID
                       " (" FUNCTION TRIM(WS-SURVIVOR-NOM) ")"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM WRITE-ONE-NOTE
               END-IF
               CLOSE NOTES_FILE
           END-IF.

       WRITE-ONE-NOTE.
           MOVE WS-NOTE-NOM TO NOTE-NOM
           MOVE WS-OPERATOR-ID TO NOTE-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD TO NOTE-DATE
           MOVE WS-NOTE-TEXT TO NOTE-TEXT
           WRITE NOTE_RECORD.

       UPDATE-TRAILER.
      * The totals live in the companion control dataset kept by
      * PeopleControl.cbl ; the deltas are applied there.
           MOVE "U" TO WS-CTL-ACTION
           MOVE WS-TRAILER-COUNT-DELTA TO WS-CTL-COUNT
           MOVE WS-TRAILER-HASH-DELTA TO WS-CTL-HASH
           MOVE 0 TO WS-CTL-NEXT-ID
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT
           END-CALL
           IF WS-CTL-RESULT NOT = "Y"
               DISPLAY "AVERTISSEMENT : TOTAUX DE CONTROLE "
                   "NON MIS A JOUR"
           END-IF.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
               FILE_DATA WS-OPERATOR-ID
           END-CALL.

       WRITE-AUDIT-COMMON.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
