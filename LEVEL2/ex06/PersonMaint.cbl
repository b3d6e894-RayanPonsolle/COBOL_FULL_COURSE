      * queue (pending_changes.txt) for a supervisor to approve in
      * ApprovePending.cbl, which stamps both operator IDs in the
      * audit record. Supervisors still apply directly.
      * Change of name (N) : the new NOM goes through the same
      * correction path, and the old name is kept in aliases.dat by
      * PersonAlias.cbl when the REWRIT is journalled, so the front
      * desk still finds the person under it. A usage name (U) is
      * added straight to aliases.dat by a supervisor. The former
      * and usage names held are listed when the person is pulled
      * up.
      * Representatives (R) : the parent, tuteur or curateur links
      * of the person are kept in RelationMaint.cbl, CALLed with the
      * person pulled up ; the audit log is handed over to it for
      * the time of the call.
      * A mailbox the e-mail provider hard-bounced (BounceProcess.cbl)
      * is shown with its bounce date ; keying a new mailbox lifts
      * the bounce mark, as a corrected address lifts the NPAI hold.
      * A keyed code postal must form a pair with the VILLE that the
      * postal reference (postal.dat, PostalCheck.cbl) knows ; the
      * communes it does serve are offered when it does not, and a
      * first address line the commune's street list lacks is
      * warned about. Without postal.dat the old departement rule
      * applies.
      * Move (D) : the whole new address from a date. A move dated
      * today goes through the correction path above ; a later date
      * ("moving on the 15th") is planned by a supervisor in
      * address_history.dat (AddressHistory.cbl) and applied by the
      * night run on its date (AddressMoves.cbl). A planned move is
      * shown when the person is pulled up, and can be cancelled.
      * Every address change is dated there through the journal.
      * Dated change (E) : a new AGE, VILLE or STATUT announced ahead
      * of the date it takes effect is queued by a supervisor in
      * effective_changes.txt (EffectiveQueue.cbl) and applied by the
      * night run of that date (EffectiveApply.cbl). The changes
      * still held are shown when the person is pulled up, and one
      * can be cancelled by its number.
      * Every record pulled up, every homonym and browse line shown,
      * is written to the read-access trail through AccessLog.cbl
      * with the name, number or browse prefix keyed.
      * Telephone, e-mail, birth date, address lines and postal code
      * are shown through PersonMask.cbl : an operator with a masked
      * display profile sees them in part, and Voir en clair (V)
      * unmasks the one record pulled up once a reason is keyed -
      * audited DEMASQ and written to the read-access trail. A
      * masked operator corrects in line mode, where nothing is
      * pre-filled, so a masked value can never be written back over
      * the real one.
      * Closed months : a status whose effective date - the new one
      * keyed, or the one a deceased or departed record already
      * carries - falls in a month closed by MonthEndClose.cbl is
      * refused (PeriodCheck.cbl) until a supervisor reopens the
      * month, so the published figures of that month keep
      * reproducing.
      * A do-not-contact request keyed in a correction is booked
      * through ContactLog.cbl against the last campaign that reached
      * the person, so the campaign report counts the opt-outs.
      * A correction or delete applied here answers a request of
      * the register (dsr_register.txt, DsrRegister.cbl) : the
      * person's open rectification requests are offered for
      * closing after a correction, objection requests after a
      * do-not-contact request, erasure requests after a delete.
      * A queued change is offered when ApprovePending.cbl applies
      * it.
      * Started from a lookup with a person number in PERSON_ID
      * (PersonLookup.cbl reverse modes), the program opens that
      * record directly instead of asking for a name.
      * An operator kept to one branch (BranchScope.cbl) is offered
      * only the homonyms and browse lines of that branch ; a record
      * of another branch reached by number is refused and audited
      * SCPREF, and a list that left records out is audited SCPFLT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMaint.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-FILE-STATUS.

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  AUDIT_LOG.
           COPY AUDITREC.
           05 PND-ACTION PIC X(6).
           05 PND-BEFORE-AGE PIC 99.
           05 PND-BEFORE-VILLE PIC A(20).
           05 PND-AFTER-IMAGE PIC X(233).

       FD  CITY_FILE.
           COPY CITYREC.
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  ALIAS_FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-CP-INPUT PIC X(5).
       01  WS-CP-OK PIC X VALUE "N".
           88 CP-IS-OK VALUE "Y".
       01  WS-PC-ACTION PIC X.
       01  WS-PC-RESULT PIC X.
       01  WS-PC-KEYS.
           05 WS-PC-COMMUNE-KEY PIC X(20).
           05 WS-PC-VOIE-KEY PIC X(30).
       01  WS-PC-COMMUNES.
           05 WS-PC-COMMUNE-COUNT PIC 99.
           05 WS-PC-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-PCX PIC 99.
       01  WS-TEL-INPUT PIC X(10).
       01  WS-TEL-OK PIC X VALUE "N".
           88 TEL-IS-OK VALUE "Y".
       01  WS-EMAIL-OK PIC X VALUE "N".
           88 EMAIL-IS-OK VALUE "Y".
       01  WS-PREF-INPUT PIC X.
       01  WS-CIV-INPUT PIC X.
       01  WS-CIV-OK PIC X VALUE "N".
           88 CIV-IS-OK VALUE "Y".
       01  WS-AT-COUNT PIC 9(2).
       01  WS-EMAIL-LEN PIC 9(2).
       01  WS-DOB-INPUT PIC X(8).
       01  SCR-TEL PIC X(10).
       01  SCR-EMAIL PIC X(40).
       01  SCR-PREF PIC X.
       01  SCR-CIVILITE PIC X.
       01  WS-VILLE-OK PIC X VALUE "N".
           88 WS-VILLE-IS-OK VALUE "Y".
       01  WS-FOUND PIC X VALUE "N".
               10 WS-HOM-VILLE PIC A(20).
       01  WS-HOMONYM-TALLY PIC 9(2) VALUE 0.
       01  WS-HX PIC 9(2).
       01  WS-ACCESS-CRITERIA PIC X(30).
       01  WS-ACCESS-ID PIC 9(6).
       01  WS-ACCESS-NOM PIC A(20).
       01  WS-UNMASK-REASON PIC X(40).
           COPY MASKVIEW.
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.
       01  WS-STATUS-INPUT PIC X.
       01  WS-STATUS-DATE-INPUT PIC X(8).
       01  WS-STATUS-DATE PIC 9(8).
       01  WS-PERIOD-DATE PIC 9(8).
       01  WS-PERIOD-RESULT PIC X.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
           COPY CTRREQ.
       01  WS-ADDR-CHANGED PIC X.
       01  WS-MOVE-DATE-INPUT PIC X(8).
       01  WS-MOVE-DATE PIC 9(8).
       01  WS-MOVE-DONE PIC X.
       01  WS-MOVE-PLANNED PIC X VALUE "N".
       01  WS-MOVE-CANCEL PIC X.
       01  WS-MOVE-SAVE-RECORD PIC X(233).
       01  WS-AH-ACTION PIC X(6).
       01  WS-AH-REQUEST.
           05 WS-AH-DATE-FROM PIC 9(8).
           05 WS-AH-DATE-TO PIC 9(8).
           05 WS-AH-NEW-ADDRESS.
               10 WS-AH-NEW-ADR-1 PIC X(30).
               10 WS-AH-NEW-ADR-2 PIC X(30).
               10 WS-AH-NEW-CP PIC X(5).
               10 WS-AH-NEW-VILLE PIC A(20).
           05 WS-AH-OLD-ADDRESS PIC X(85).
           05 WS-AH-OLD-SINCE PIC 9(8).
       01  WS-AH-PERIODS.
           05 WS-AH-PERIOD-COUNT PIC 99.
           05 WS-AH-PERIOD OCCURS 20 TIMES.
               10 WS-AH-PER-FROM PIC 9(8).
               10 WS-AH-PER-TO PIC 9(8).
               10 WS-AH-PER-STATE PIC X.
               10 WS-AH-PER-NPAI-DATE PIC 9(8).
               10 WS-AH-PER-ADR-1 PIC X(30).
               10 WS-AH-PER-ADR-2 PIC X(30).
               10 WS-AH-PER-CP PIC X(5).
               10 WS-AH-PER-VILLE PIC A(20).
       01  WS-AH-RESULT PIC X.
       01  WS-AHX PIC 99.
       01  WS-OLD-ADR1 PIC X(30).
       01  WS-OLD-CP PIC X(5).
       01  WS-OLD-EMAIL PIC X(40).
       01  WS-TRAINING-MODE PIC X.
       01  WS-NOTES-FILE-STATUS PIC XX.
       01  WS-NOTES-END PIC 9.
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-ALIAS-END PIC 9.
       01  WS-NOM-INPUT PIC A(20).
       01  WS-ALIAS-ACTION PIC X(6).
       01  WS-ALIAS-TYPE PIC X.
       01  WS-ALIAS-FROM-ID PIC 9(6) VALUE 0.
           COPY EFFCREC.
       01  WS-EQ-ACTION PIC X(6).
       01  WS-EQ-HELD-LIST.
           05 WS-EQ-HELD-COUNT PIC 99.
           05 WS-EQ-HELD-ENTRY OCCURS 20 TIMES.
               10 WS-EQ-HELD-NO PIC 9(5).
               10 WS-EQ-HELD-DUE-DATE PIC 9(8).
               10 WS-EQ-HELD-NEW-AGE PIC X(2).
               10 WS-EQ-HELD-NEW-VILLE PIC A(20).
               10 WS-EQ-HELD-NEW-STATUT PIC X.
               10 WS-EQ-HELD-MAKER-ID PIC X(8).
       01  WS-EQ-RESULT PIC X.
       01  WS-EQX PIC 99.
       01  WS-DATED-NO-INPUT PIC X(5).
       01  WS-DATED-DATE-INPUT PIC X(8).
       01  WS-DATED-DATE PIC 9(8).
       01  WS-DATED-DONE PIC X.
       01  WS-DATED-AGE PIC 99.
       01  WS-DSR-ACTION PIC X(6) VALUE "OFFER".
       01  WS-DSR-RESULT PIC X.
           COPY DSRREC.
           COPY DSRLIST.

       SCREEN SECTION.
      * Full-screen correction form : the whole record on one screen,
           05 LINE 3 COLUMN 26 PIC X(20) FROM NOM.
           05 LINE 4 COLUMN 5 VALUE "AGE (0-99)        : ".
           05 LINE 4 COLUMN 26 PIC X(3) USING SCR-AGE.
           05 LINE 4 COLUMN 40 VALUE "CIVILITE (M/F) : ".
           05 LINE 4 COLUMN 57 PIC X USING SCR-CIVILITE.
           05 LINE 5 COLUMN 5 VALUE "VILLE             : ".
           05 LINE 5 COLUMN 26 PIC X(20) USING SCR-VILLE.
           05 LINE 6 COLUMN 5 VALUE "NAISSANCE AAAAMMJJ: ".
           DISPLAY "Correction pleine page ? (O/N, vide = N) : ".
           ACCEPT WS-SCREEN-MODE.

      * A person number handed over by a lookup (PERSON_ID) opens
      * that record without asking for a name.
           MOVE SPACES TO WS-SEARCH-NOM.
           DISPLAY "PERSON_ID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ID-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-ID-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-SELECTED-ID
           END-IF.
           IF WS-SELECTED-ID = 0
               DISPLAY "Nom a corriger/supprimer (vide = parcourir) : "
               ACCEPT WS-SEARCH-NOM
               MOVE FUNCTION TRIM(WS-SEARCH-NOM) TO WS-SEARCH-NOM
               IF WS-SEARCH-NOM = SPACES
                   PERFORM BROWSE-FOR-PERSON
               END-IF
           END-IF.

           EVALUATE TRUE
           END-EVALUATE.

           IF PERSON-FOUND
               PERFORM CHECK-PERSON-SCOPE
           END-IF.

           IF PERSON-FOUND
               MOVE SPACES TO WS-ACCESS-CRITERIA
               IF WS-SEARCH-NOM = SPACES
                   STRING "NUMERO " WS-SELECTED-ID
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               ELSE
                   STRING "NOM " WS-SEARCH-NOM
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               END-IF
               MOVE PERSON-ID TO WS-ACCESS-ID
               MOVE NOM TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
               PERFORM HANDLE-FOUND-PERSON
           END-IF.

           CLOSE DATA_FILE.
           CLOSE AUDIT_LOG.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY WS-SCOPE-HIDDEN " FICHE(S) HORS DE VOTRE "
                   "SUCCURSALE NON PROPOSEE(S)"
               MOVE "F" TO SCP-ACTION
               IF WS-SEARCH-NOM = SPACES
                   MOVE WS-BROWSE-PREFIX TO SCP-SUBJECT
               ELSE
                   MOVE WS-SEARCH-NOM TO SCP-SUBJECT
               END-IF
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           PERFORM RELEASE-UPDATE-LOCK.
           GOBACK.

       CHECK-RECORD-SCOPE.
           MOVE "C" TO SCP-ACTION
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

       CHECK-PERSON-SCOPE.
      * A number keyed or handed over by a lookup can name a record
      * of another branch : refused, and the refusal audited - the
      * audit log is handed over to BranchScope.cbl for the call.
           PERFORM CHECK-RECORD-SCOPE
           IF SCOPE-OUT
               CLOSE AUDIT_LOG
               MOVE "A" TO SCP-ACTION
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
               OPEN EXTEND AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT_LOG
               END-IF
               DISPLAY "NUMERO " PERSON-ID " HORS DE VOTRE SUCCURSALE "
                   FUNCTION TRIM(SCP-BRANCH) " : ACCES REFUSE"
               MOVE "N" TO WS-FOUND
               MOVE 12 TO RETURN-CODE
           END-IF.

       CLAIM-UPDATE-LOCK.
           MOVE "C" TO WS-LOCK-ACTION
           CALL "UpdateLock" USING WS-LOCK-ACTION WS-OPERATOR-ID
                       IF NOM NOT = WS-SEARCH-NOM
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           PERFORM CHECK-RECORD-SCOPE
                           IF SCOPE-OUT
                               ADD 1 TO WS-SCOPE-HIDDEN
                           ELSE
                               PERFORM KEEP-HOMONYM
                           END-IF
                       END-IF
               END-READ
                   PERFORM PICK-HOMONYM
           END-EVALUATE.

       KEEP-HOMONYM.
           IF WS-HOMONYM-TALLY < 10
               ADD 1 TO WS-HOMONYM-TALLY
               MOVE PERSON-ID TO WS-HOM-ID(WS-HOMONYM-TALLY)
               MOVE AGE TO WS-HOM-AGE(WS-HOMONYM-TALLY)
               MOVE VILLE TO WS-HOM-VILLE(WS-HOMONYM-TALLY)
           END-IF.

       PICK-HOMONYM.
           DISPLAY "PLUSIEURS PERSONNES SOUS CE NOM :"
           PERFORM VARYING WS-HX FROM 1 BY 1
               DISPLAY "  NUMERO " WS-HOM-ID(WS-HX)
                   " AGE " WS-HOM-AGE(WS-HX)
                   " VILLE " WS-HOM-VILLE(WS-HX)
               MOVE SPACES TO WS-ACCESS-CRITERIA
               STRING "HOMONYMES " WS-SEARCH-NOM
                   DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               MOVE WS-HOM-ID(WS-HX) TO WS-ACCESS-ID
               MOVE WS-SEARCH-NOM TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
           END-PERFORM
           DISPLAY "Numero de personne : "
           ACCEPT WS-ID-INPUT
           MOVE FILE_DATA TO WS-JRN-BEFORE
           DISPLAY "Trouve : " NOM " NUMERO " PERSON-ID
               " AGE " AGE " VILLE " VILLE
           EVALUATE TRUE
               WHEN CIVILITE-MONSIEUR
                   DISPLAY "  CIVILITE : MONSIEUR"
               WHEN CIVILITE-MADAME
                   DISPLAY "  CIVILITE : MADAME"
               WHEN OTHER
                   DISPLAY "  CIVILITE : NON RENSEIGNEE"
           END-EVALUATE
           MOVE "N" TO MSK-UNMASK
           PERFORM SHOW-CONTACT-DETAILS
           IF CONTACT-PREF = "N"
               DISPLAY "  *** NE PAS CONTACTER ***"
           END-IF
           IF EMAIL-INVALID-FLAG = "I"
               DISPLAY "  COURRIEL REJETE LE " EMAIL-INVALID-DATE
           END-IF
           EVALUATE STATUT
               WHEN "D"
                   DISPLAY "  STATUT : DECEDE LE " STATUT-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM SHOW-PERSON-ALIASES
           PERFORM SHOW-PLANNED-MOVES
           PERFORM SHOW-DATED-CHANGES
           PERFORM SHOW-PERSON-NOTES
           MOVE "V" TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE NOT = "V" AND WS-CHOICE NOT = "v"
               DISPLAY "Modifier (M), Nom (N), nom d'Usage (U), "
                   "Statut (T), Demenagement (D), Representants (R), "
                   "changement a Echeance (E), "
                   "Supprimer (S) ou Annuler (A) ?"
               IF MSK-PROFILE = "M" AND MSK-UNMASK NOT = "Y"
                   DISPLAY "Voir en clair (V, motif obligatoire) ?"
               END-IF
               ACCEPT WS-CHOICE
               IF WS-CHOICE = "V" OR WS-CHOICE = "v"
                   PERFORM UNMASK-PERSON
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHOICE = "M" OR WS-CHOICE = "m"
                   PERFORM CORRECT-RECORD
               WHEN WS-CHOICE = "N" OR WS-CHOICE = "n"
                   PERFORM CHANGE-NAME
               WHEN WS-CHOICE = "U" OR WS-CHOICE = "u"
                   PERFORM ADD-USAGE-NAME
               WHEN WS-CHOICE = "T" OR WS-CHOICE = "t"
                   PERFORM CHANGE-STATUS
               WHEN WS-CHOICE = "D" OR WS-CHOICE = "d"
                   PERFORM MOVE-PERSON
               WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                   PERFORM MANAGE-REPRESENTATIVES
               WHEN WS-CHOICE = "E" OR WS-CHOICE = "e"
                   PERFORM PLAN-DATED-CHANGE
               WHEN WS-CHOICE = "S" OR WS-CHOICE = "s"
                   IF WS-SIGNON-RESULT = "A"
                       MOVE "DELETE" TO PND-ACTION
           END-EVALUATE.


       SHOW-CONTACT-DETAILS.
      * What the operator's display profile allows ; MSK-UNMASK is
      * set once the record has been unmasked with a reason.
           CALL "PersonMask" USING FILE_DATA MASK-VIEW
           END-CALL
           DISPLAY "  ADRESSE : " MSK-ADR-LIGNE-1 " / "
               MSK-ADR-LIGNE-2 " CP " MSK-CODE-POSTAL
           DISPLAY "  NAISSANCE : " MSK-NAISSANCE
               " (" DATE-NAISSANCE-FLAG ")"
           DISPLAY "  TELEPHONE : " MSK-TELEPHONE
               " COURRIEL : " MSK-EMAIL.

       UNMASK-PERSON.
      * One record, one reason : the unmask is audited (DEMASQ, the
      * reason split over the two VILLE columns) and written to the
      * read-access trail, so AccessReview.cbl sees it too.
           IF MSK-PROFILE NOT = "M" OR MSK-UNMASK = "Y"
               DISPLAY "AFFICHAGE DEJA EN CLAIR."
           ELSE
               DISPLAY "Motif de la consultation en clair : "
               ACCEPT WS-UNMASK-REASON
               IF WS-UNMASK-REASON = SPACES
                   DISPLAY "MOTIF OBLIGATOIRE, AFFICHAGE MASQUE."
               ELSE
                   MOVE "Y" TO MSK-UNMASK
                   PERFORM WRITE-AUDIT-UNMASK
                   MOVE SPACES TO WS-ACCESS-CRITERIA
                   STRING "DEMASQUE " WS-UNMASK-REASON
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
                   MOVE PERSON-ID TO WS-ACCESS-ID
                   MOVE NOM TO WS-ACCESS-NOM
                   PERFORM LOG-ACCESS
                   PERFORM SHOW-CONTACT-DETAILS
               END-IF
           END-IF.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
               FILE_DATA WS-OPERATOR-ID
               CLOSE NOTES_FILE
           END-IF.

       SHOW-PERSON-ALIASES.
      * Former and usage names held for the person number.
           OPEN INPUT ALIAS_FILE
           IF WS-ALIAS-FILE-STATUS = "00"
               MOVE 0 TO WS-ALIAS-END
               MOVE PERSON-ID TO ALS-PERSON-ID
               MOVE 0 TO ALS-SEQ
               START ALIAS_FILE KEY IS NOT LESS THAN ALS-KEY
                   INVALID KEY
                       MOVE 1 TO WS-ALIAS-END
               END-START
               PERFORM UNTIL WS-ALIAS-END = 1
                   READ ALIAS_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ALIAS-END
                       NOT AT END
                           IF ALS-PERSON-ID NOT = PERSON-ID
                               MOVE 1 TO WS-ALIAS-END
                           ELSE
                               IF ALS-TYPE = "U"
                                   DISPLAY "  NOM D'USAGE : " ALS-NOM
                               ELSE
                                   DISPLAY "  ANCIEN NOM  : " ALS-NOM
                                       " JUSQU'AU " ALS-END-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS_FILE
           END-IF.

       SHOW-PLANNED-MOVES.
      * A move keyed ahead of its date shows until the night run
      * applies it.
           MOVE "N" TO WS-MOVE-PLANNED
           MOVE "LIST" TO WS-AH-ACTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AH-DATE-FROM
           MOVE 0 TO WS-AH-DATE-TO
           PERFORM CALL-ADDRESS-HISTORY
           PERFORM VARYING WS-AHX FROM 1 BY 1
                   UNTIL WS-AHX > WS-AH-PERIOD-COUNT
               IF WS-AH-PER-STATE(WS-AHX) = "F"
                   MOVE "Y" TO WS-MOVE-PLANNED
                   IF MSK-PROFILE = "M" AND MSK-UNMASK NOT = "Y"
                       DISPLAY "  DEMENAGEMENT PREVU LE "
                           WS-AH-PER-FROM(WS-AHX) " : (MASQUEE) "
                           WS-AH-PER-CP(WS-AHX) " "
                           WS-AH-PER-VILLE(WS-AHX)
                   ELSE
                       DISPLAY "  DEMENAGEMENT PREVU LE "
                           WS-AH-PER-FROM(WS-AHX) " : "
                           WS-AH-PER-ADR-1(WS-AHX) " "
                           WS-AH-PER-CP(WS-AHX) " "
                           WS-AH-PER-VILLE(WS-AHX)
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-DATED-CHANGES.
      * Changes keyed ahead of their date show until the night run of
      * that date applies them.
           MOVE "LIST" TO WS-EQ-ACTION
           PERFORM CALL-EFFECTIVE-QUEUE
           PERFORM VARYING WS-EQX FROM 1 BY 1
                   UNTIL WS-EQX > WS-EQ-HELD-COUNT
               DISPLAY "  CHANGEMENT " WS-EQ-HELD-NO(WS-EQX)
                   " PREVU LE " WS-EQ-HELD-DUE-DATE(WS-EQX)
                   " : AGE " WS-EQ-HELD-NEW-AGE(WS-EQX)
                   " VILLE " WS-EQ-HELD-NEW-VILLE(WS-EQX)
                   " STATUT " WS-EQ-HELD-NEW-STATUT(WS-EQX)
                   " PAR " WS-EQ-HELD-MAKER-ID(WS-EQX)
           END-PERFORM.

       CALL-EFFECTIVE-QUEUE.
      * The queue is keyed on the person pulled up ; a LIST leaves
      * the held changes in WS-EQ-HELD-LIST.
           IF WS-EQ-ACTION = "LIST"
               INITIALIZE EFFECTIVE-CHANGE-RECORD
           END-IF
           MOVE PERSON-ID TO EFC-PERSON-ID
           CALL "EffectiveQueue" USING WS-EQ-ACTION
               EFFECTIVE-CHANGE-RECORD WS-EQ-HELD-LIST
               WS-OPERATOR-ID WS-EQ-RESULT
           END-CALL.

       CALL-ADDRESS-HISTORY.
           CALL "AddressHistory" USING WS-AH-ACTION PERSON-ID
               WS-AH-REQUEST WS-AH-PERIODS WS-OPERATOR-ID
               WS-AH-RESULT
           END-CALL.

       MOVE-PERSON.
      * A move dated today is an ordinary correction (queued for a
      * regular operator) ; a later date is only planned, the record
      * keeps the current address until the night run of that date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE "N" TO WS-MOVE-DONE
           IF WS-MOVE-PLANNED = "Y"
               PERFORM CANCEL-PLANNED-MOVE
           END-IF
           IF WS-MOVE-DONE = "N"
               PERFORM GET-MOVE-DATE
           END-IF
           IF WS-MOVE-DONE = "N"
               MOVE FILE_DATA TO WS-MOVE-SAVE-RECORD
               PERFORM KEY-MOVE-ADDRESS
               IF WS-MOVE-DATE = WS-TODAY-YMD
                   PERFORM COMMIT-CORRECTION
               ELSE
                   PERFORM RECORD-PLANNED-MOVE
               END-IF
           END-IF.

       CANCEL-PLANNED-MOVE.
           DISPLAY "Annuler le demenagement prevu (O/N, vide = N) : "
           ACCEPT WS-MOVE-CANCEL
           IF WS-MOVE-CANCEL = "O" OR WS-MOVE-CANCEL = "o"
               MOVE "Y" TO WS-MOVE-DONE
               IF WS-SIGNON-RESULT = "A"
                   DISPLAY "DEMENAGEMENT PREVU : RESERVE AUX "
                       "SUPERVISEURS."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "UNPLAN" TO WS-AH-ACTION
                   PERFORM CALL-ADDRESS-HISTORY
                   MOVE "DEMANN" TO AUD-ACTION
                   PERFORM WRITE-AUDIT-COMMON
                   DISPLAY "DEMENAGEMENT PREVU ANNULE."
               END-IF
           END-IF.

       GET-MOVE-DATE.
           DISPLAY "Date du demenagement AAAAMMJJ, vide = "
               "aujourd'hui : "
           ACCEPT WS-MOVE-DATE-INPUT
           EVALUATE TRUE
               WHEN WS-MOVE-DATE-INPUT = SPACES
                   MOVE WS-TODAY-YMD TO WS-MOVE-DATE
               WHEN WS-MOVE-DATE-INPUT IS NUMERIC
                   MOVE WS-MOVE-DATE-INPUT TO WS-MOVE-DATE
               WHEN OTHER
                   MOVE 0 TO WS-MOVE-DATE
           END-EVALUATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MOVE-DATE) NOT = 0
               OR WS-MOVE-DATE < WS-TODAY-YMD
               DISPLAY "DATE INVALIDE OU PASSEE, DEMENAGEMENT "
                   "ABANDONNE."
               MOVE "Y" TO WS-MOVE-DONE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-MOVE-DATE > WS-TODAY-YMD
                   AND WS-SIGNON-RESULT = "A"
                   DISPLAY "DEMENAGEMENT A DATE FUTURE : RESERVE "
                       "AUX SUPERVISEURS."
                   MOVE "Y" TO WS-MOVE-DONE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       KEY-MOVE-ADDRESS.
      * The whole address is keyed : commune, both lines and a postal
      * code checked against the new commune. A new address lifts
      * the NPAI hold, as a corrected one does.
           MOVE "N" TO WS-VILLE-OK
           PERFORM UNTIL WS-VILLE-IS-OK
               DISPLAY "Nouvelle ville, vide = inchangee : "
               ACCEPT WS-VILLE-INPUT
               MOVE FUNCTION TRIM(WS-VILLE-INPUT) TO WS-VILLE-INPUT
               IF WS-VILLE-INPUT = SPACES
                   MOVE "Y" TO WS-VILLE-OK
               ELSE
                   PERFORM CHECK-VILLE-APPROVED
                   IF WS-VILLE-IS-OK
                       MOVE WS-VILLE-INPUT TO VILLE
                   ELSE
                       DISPLAY "VILLE NON RECONNUE, LISTE "
                           "APPROUVEE UNIQUEMENT."
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ADR-1-INPUT
           PERFORM UNTIL WS-ADR-1-INPUT NOT = SPACES
               DISPLAY "Nouvelle adresse ligne 1 : "
               ACCEPT WS-ADR-1-INPUT
           END-PERFORM
           MOVE WS-ADR-1-INPUT TO ADR-LIGNE-1
           DISPLAY "Nouvelle adresse ligne 2, vide = aucune : "
           ACCEPT WS-ADR-2-INPUT
           MOVE WS-ADR-2-INPUT TO ADR-LIGNE-2
           MOVE "N" TO WS-CP-OK
           PERFORM UNTIL CP-IS-OK
               DISPLAY "Nouveau code postal : "
               ACCEPT WS-CP-INPUT
               PERFORM CHECK-VALID-CP
               IF CP-IS-OK
                   MOVE WS-CP-INPUT TO CODE-POSTAL
               ELSE
                   DISPLAY "CODE POSTAL INVALIDE OU INCOHERENT "
                       "AVEC LA VILLE."
                   PERFORM SHOW-POSTAL-COMMUNES
               END-IF
           END-PERFORM
           PERFORM CHECK-POSTAL-STREET
           IF ADR-INVALID-FLAG = "I"
               MOVE SPACE TO ADR-INVALID-FLAG
               MOVE 0 TO ADR-INVALID-DATE
           END-IF.

       RECORD-PLANNED-MOVE.
      * The keyed address goes to the plan ; the record itself is put
      * back as it was.
           MOVE "PLAN" TO WS-AH-ACTION
           MOVE WS-MOVE-DATE TO WS-AH-DATE-FROM
           MOVE 0 TO WS-AH-DATE-TO
           MOVE ADR-LIGNE-1 TO WS-AH-NEW-ADR-1
           MOVE ADR-LIGNE-2 TO WS-AH-NEW-ADR-2
           MOVE CODE-POSTAL TO WS-AH-NEW-CP
           MOVE VILLE TO WS-AH-NEW-VILLE
           MOVE SPACES TO WS-AH-OLD-ADDRESS
           MOVE 0 TO WS-AH-OLD-SINCE
           MOVE WS-MOVE-SAVE-RECORD TO FILE_DATA
           PERFORM CALL-ADDRESS-HISTORY
           IF WS-AH-RESULT = "Y"
               MOVE "DEMPRV" TO AUD-ACTION
               PERFORM WRITE-AUDIT-COMMON
               DISPLAY "DEMENAGEMENT ENREGISTRE, EFFECTIF LE "
                   WS-MOVE-DATE
           ELSE
               DISPLAY "DEMENAGEMENT NON ENREGISTRE."
               MOVE 8 TO RETURN-CODE
           END-IF.

       PLAN-DATED-CHANGE.
      * A new AGE, VILLE or STATUT from a later date. The record keeps
      * its values until the night run of that date ; queueing and
      * cancelling are kept to supervisors, as planned moves are.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE "N" TO WS-DATED-DONE
           IF WS-SIGNON-RESULT = "A"
               DISPLAY "CHANGEMENT A ECHEANCE : RESERVE AUX "
                   "SUPERVISEURS."
               MOVE "Y" TO WS-DATED-DONE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DATED-DONE = "N" AND WS-EQ-HELD-COUNT > 0
               PERFORM CANCEL-DATED-CHANGE
           END-IF
           IF WS-DATED-DONE = "N"
               PERFORM GET-DATED-DATE
           END-IF
           IF WS-DATED-DONE = "N"
               PERFORM KEY-DATED-VALUES
           END-IF
           IF WS-DATED-DONE = "N"
               PERFORM RECORD-DATED-CHANGE
           END-IF.

       CANCEL-DATED-CHANGE.
           DISPLAY "Numero du changement a annuler, vide = nouveau "
               "changement : "
           MOVE SPACES TO WS-DATED-NO-INPUT
           ACCEPT WS-DATED-NO-INPUT
           IF WS-DATED-NO-INPUT NOT = SPACES
               MOVE "Y" TO WS-DATED-DONE
               INITIALIZE EFFECTIVE-CHANGE-RECORD
               IF FUNCTION TEST-NUMVAL(WS-DATED-NO-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-DATED-NO-INPUT) TO EFC-NO
               END-IF
               MOVE "N" TO WS-EQ-RESULT
               IF EFC-NO > 0
                   MOVE "CANCEL" TO WS-EQ-ACTION
                   PERFORM CALL-EFFECTIVE-QUEUE
               END-IF
               IF WS-EQ-RESULT = "Y"
                   MOVE "DIFANN" TO AUD-ACTION
                   PERFORM WRITE-AUDIT-COMMON
                   DISPLAY "CHANGEMENT " EFC-NO " ANNULE."
               ELSE
                   DISPLAY "AUCUN CHANGEMENT EN ATTENTE SOUS CE "
                       "NUMERO POUR CETTE PERSONNE."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       GET-DATED-DATE.
           DISPLAY "Date d'effet AAAAMMJJ (apres aujourd'hui) : "
           MOVE SPACES TO WS-DATED-DATE-INPUT
           ACCEPT WS-DATED-DATE-INPUT
           IF WS-DATED-DATE-INPUT IS NUMERIC
               MOVE WS-DATED-DATE-INPUT TO WS-DATED-DATE
           ELSE
               MOVE 0 TO WS-DATED-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATED-DATE) NOT = 0
               OR WS-DATED-DATE NOT > WS-TODAY-YMD
               DISPLAY "DATE INVALIDE OU NON FUTURE, CHANGEMENT "
                   "ABANDONNE."
               MOVE "Y" TO WS-DATED-DONE
               MOVE 4 TO RETURN-CODE
           END-IF.

       KEY-DATED-VALUES.
      * Blank leaves the field as it will stand on the day ; at least
      * one of the three must be keyed.
           INITIALIZE EFFECTIVE-CHANGE-RECORD
           MOVE "N" TO WS-AGE-OK
           PERFORM UNTIL WS-AGE-IS-OK
               DISPLAY "Nouvel age (0-99), vide = inchange : "
               ACCEPT WS-AGE-INPUT
               IF WS-AGE-INPUT = SPACES
                   MOVE "Y" TO WS-AGE-OK
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AGE-INPUT) = 0
                       AND FUNCTION NUMVAL(WS-AGE-INPUT) >= 0
                       AND FUNCTION NUMVAL(WS-AGE-INPUT) <= 99
                       MOVE FUNCTION NUMVAL(WS-AGE-INPUT)
                           TO WS-DATED-AGE
                       MOVE WS-DATED-AGE TO EFC-NEW-AGE
                       MOVE "Y" TO WS-AGE-OK
                   ELSE
                       DISPLAY "Age invalide, entrez une valeur "
                           "entre 0 et 99."
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-VILLE-OK
           PERFORM UNTIL WS-VILLE-IS-OK
               DISPLAY "Nouvelle ville, vide = inchangee : "
               ACCEPT WS-VILLE-INPUT
               MOVE FUNCTION TRIM(WS-VILLE-INPUT) TO WS-VILLE-INPUT
               IF WS-VILLE-INPUT = SPACES
                   MOVE "Y" TO WS-VILLE-OK
               ELSE
                   PERFORM CHECK-VILLE-APPROVED
                   IF WS-VILLE-IS-OK
                       MOVE WS-VILLE-INPUT TO EFC-NEW-VILLE
                   ELSE
                       DISPLAY "VILLE NON RECONNUE, LISTE "
                           "APPROUVEE UNIQUEMENT."
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-STATUS-INPUT
           DISPLAY "Nouveau statut (A = actif, D = decede, "
               "P = parti, vide = inchange) : "
           ACCEPT WS-STATUS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-STATUS-INPUT)
               TO WS-STATUS-INPUT
           EVALUATE WS-STATUS-INPUT
               WHEN "A"
               WHEN "D"
               WHEN "P"
                   MOVE WS-STATUS-INPUT TO EFC-NEW-STATUT
               WHEN OTHER
                   MOVE SPACE TO EFC-NEW-STATUT
           END-EVALUATE
           IF EFC-NEW-AGE = SPACES AND EFC-NEW-VILLE = SPACES
               AND EFC-NEW-STATUT = SPACE
               DISPLAY "AUCUNE VALEUR SAISIE, CHANGEMENT ABANDONNE."
               MOVE "Y" TO WS-DATED-DONE
           END-IF.

       RECORD-DATED-CHANGE.
           MOVE WS-DATED-DATE TO EFC-DUE-DATE
           MOVE "UPDATE" TO EFC-ACTION
           MOVE NOM TO EFC-NOM
           MOVE 0 TO EFC-ORDER-NO
           MOVE "ADD" TO WS-EQ-ACTION
           PERFORM CALL-EFFECTIVE-QUEUE
           IF WS-EQ-RESULT = "Y"
               MOVE "DIFPRV" TO AUD-ACTION
               PERFORM WRITE-AUDIT-COMMON
               DISPLAY "CHANGEMENT " EFC-NO " ENREGISTRE, EFFECTIF "
                   "LE " WS-DATED-DATE
           ELSE
               DISPLAY "CHANGEMENT NON ENREGISTRE."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHANGE-NAME.
      * The old name is captured into aliases.dat when the REWRIT is
      * journalled - directly for a supervisor, at approval for a
      * regular operator's queued change.
           DISPLAY "Nouveau nom, vide = abandon : "
           ACCEPT WS-NOM-INPUT
           MOVE FUNCTION TRIM(WS-NOM-INPUT) TO WS-NOM-INPUT
           IF WS-NOM-INPUT = SPACES OR WS-NOM-INPUT = NOM
               DISPLAY "NOM INCHANGE."
           ELSE
               DISPLAY "ANCIEN NOM CONSERVE : " NOM
               MOVE WS-NOM-INPUT TO NOM
               PERFORM COMMIT-CORRECTION
           END-IF.

       ADD-USAGE-NAME.
           IF WS-SIGNON-RESULT = "A"
               DISPLAY "NOM D'USAGE : RESERVE AUX SUPERVISEURS."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Nom d'usage, vide = abandon : "
               ACCEPT WS-NOM-INPUT
               MOVE FUNCTION TRIM(WS-NOM-INPUT) TO WS-NOM-INPUT
               IF WS-NOM-INPUT = SPACES OR WS-NOM-INPUT = NOM
                   DISPLAY "AUCUN NOM D'USAGE AJOUTE."
               ELSE
                   MOVE "ADD" TO WS-ALIAS-ACTION
                   MOVE "U" TO WS-ALIAS-TYPE
                   CALL "PersonAlias" USING WS-ALIAS-ACTION
                       PERSON-ID WS-NOM-INPUT WS-ALIAS-TYPE
                       WS-ALIAS-FROM-ID WS-OPERATOR-ID
                   END-CALL
                   MOVE "NOMUSG" TO AUD-ACTION
                   PERFORM WRITE-AUDIT-COMMON
                   DISPLAY "NOM D'USAGE ENREGISTRE : " WS-NOM-INPUT
               END-IF
           END-IF.

       MANAGE-REPRESENTATIVES.
           CLOSE AUDIT_LOG
           CALL "RelationMaint" USING PERSON-ID NOM WS-OPERATOR-ID
               WS-SIGNON-RESULT
           END-CALL
           CANCEL "RelationMaint"
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF.

       BROWSE-FOR-PERSON.
           DISPLAY "Debut de nom pour le parcours : ".
           ACCEPT WS-BROWSE-PREFIX.
                       MOVE 1 TO WS-PAGE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           PERFORM CHECK-RECORD-SCOPE
                           IF SCOPE-OUT
                               ADD 1 TO WS-SCOPE-HIDDEN
                           ELSE
                               PERFORM KEEP-BROWSE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-PAGE-NOM(10) TO WS-NEXT-START
           END-IF.

       KEEP-BROWSE-LINE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE NOM TO WS-PAGE-NOM(WS-PAGE-COUNT)
           MOVE AGE TO WS-PAGE-AGE(WS-PAGE-COUNT)
           MOVE VILLE TO WS-PAGE-VILLE(WS-PAGE-COUNT)
           MOVE PERSON-ID TO WS-PAGE-ID(WS-PAGE-COUNT).

       SHOW-BROWSE-PAGE.
           DISPLAY " ".
           DISPLAY "PAGE " WS-PAGE-DEPTH " :".
                   " NUMERO " WS-PAGE-ID(WS-PX)
                   " AGE " WS-PAGE-AGE(WS-PX)
                   " VILLE " WS-PAGE-VILLE(WS-PX)
               MOVE SPACES TO WS-ACCESS-CRITERIA
               STRING "PARCOURS " WS-BROWSE-PREFIX
                   DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               MOVE WS-PAGE-ID(WS-PX) TO WS-ACCESS-ID
               MOVE WS-PAGE-NOM(WS-PX) TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
           END-PERFORM.
           DISPLAY "Numero = choisir, S = suivant, P = precedent, "
               "Q = quitter : ".

       LOG-ACCESS.
           CALL "AccessLog" USING WS-PROGRAM-NAME WS-ACCESS-ID
               WS-ACCESS-NOM WS-ACCESS-CRITERIA
           END-CALL.

       CHANGE-STATUS.
      * Lifecycle instead of an outright delete : the record stays on
      * file so "how many records do we hold" keeps an honest answer,
               WHEN "D"
               WHEN "P"
                   PERFORM GET-STATUS-DATE
                   PERFORM CHECK-STATUS-PERIOD
                   IF WS-PERIOD-RESULT = "C"
                       DISPLAY "PERIODE CLOTUREE : DATE D'EFFET "
                           WS-PERIOD-DATE " DANS UN MOIS CLOTURE, "
                           "STATUT INCHANGE."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE WS-STATUS-INPUT TO STATUT
                       MOVE WS-STATUS-DATE TO STATUT-DATE
                       PERFORM COMMIT-CORRECTION
                   END-IF
               WHEN OTHER
                   DISPLAY "STATUT INCHANGE."
           END-EVALUATE.

       CHECK-STATUS-PERIOD.
      * Both ends of the change must lie in open months : the date
      * keyed, and the date of the status being replaced when the
      * person is already deceased or departed.
           MOVE WS-STATUS-DATE TO WS-PERIOD-DATE
           CALL "PeriodCheck" USING WS-PERIOD-DATE WS-PERIOD-RESULT
           END-CALL
           IF WS-PERIOD-RESULT NOT = "C"
               AND (STATUT = "D" OR STATUT = "P")
               AND STATUT-DATE IS NUMERIC AND STATUT-DATE > 0
               MOVE STATUT-DATE TO WS-PERIOD-DATE
               CALL "PeriodCheck" USING WS-PERIOD-DATE
                   WS-PERIOD-RESULT
               END-CALL
           END-IF.

       GET-STATUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           DISPLAY "Date d'effet (AAAAMMJJ, vide = aujourd'hui) : "
           END-IF.

       CORRECT-RECORD.
      * The full-screen form shows the current values, so a masked
      * operator who has not unmasked the record corrects line by
      * line instead.
           EVALUATE TRUE
               WHEN NOT FULL-SCREEN-MODE AND WS-SCREEN-MODE NOT = "o"
                   PERFORM CORRECT-RECORD-LINE-MODE
               WHEN MSK-PROFILE = "M" AND MSK-UNMASK NOT = "Y"
                   DISPLAY "AFFICHAGE MASQUE : CORRECTION LIGNE A "
                       "LIGNE."
                   PERFORM CORRECT-RECORD-LINE-MODE
               WHEN OTHER
                   PERFORM EDIT-FIELDS-FULL-SCREEN
                   PERFORM COMMIT-CORRECTION
           END-EVALUATE.

       CORRECT-RECORD-LINE-MODE.
           MOVE "N" TO WS-AGE-OK
               END-IF
           END-PERFORM.

           PERFORM CORRECT-CIVILITE.
           PERFORM CORRECT-ADDRESS.
           PERFORM CORRECT-DOB.
           PERFORM CORRECT-CONTACT.
                       COMPUTE WS-TRAILER-HASH-DELTA =
                           AGE - WS-BEFORE-AGE
                       PERFORM UPDATE-TRAILER
                       IF CONTACT-PREF = "N"
                           AND WS-JRN-BEFORE(205:1) NOT = "N"
                           PERFORM BOOK-OPPOSITION
                           MOVE "O" TO DSR-TYPE
                           PERFORM OFFER-REGISTER-REQUESTS
                       END-IF
                       MOVE "R" TO DSR-TYPE
                       PERFORM OFFER-REGISTER-REQUESTS
               END-REWRITE
           END-IF.

       OFFER-REGISTER-REQUESTS.
      * DSR-TYPE is set by the caller.
           MOVE PERSON-ID TO DSR-PERSON-ID
           MOVE SPACES TO DSR-NOM
           MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
           MOVE SPACES TO DSR-REASON
           EVALUATE DSR-TYPE
               WHEN "R"
                   MOVE "DONNEES RECTIFIEES" TO DSR-REASON
               WHEN "O"
                   MOVE "OPPOSITION ENREGISTREE" TO DSR-REASON
               WHEN OTHER
                   MOVE "DONNEES SUPPRIMEES" TO DSR-REASON
           END-EVALUATE
           CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
               DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
           END-CALL.

       BOOK-OPPOSITION.
      * A new do-not-contact request is put down to the last campaign
      * that reached the person, for the campaign report.
           MOVE "OPPOSE" TO CTR-ACTION
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTR-DATE
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       DELETE-RECORD.
           MOVE WS-BEFORE-AGE TO AGE
           MOVE WS-BEFORE-VILLE TO VILLE
                   MOVE -1 TO WS-TRAILER-COUNT-DELTA
                   COMPUTE WS-TRAILER-HASH-DELTA = 0 - WS-BEFORE-AGE
                   PERFORM UPDATE-TRAILER
                   MOVE "E" TO DSR-TYPE
                   PERFORM OFFER-REGISTER-REQUESTS
           END-DELETE.

       CORRECT-ADDRESS.
                   ELSE
                       DISPLAY "CODE POSTAL INVALIDE OU INCOHERENT "
                           "AVEC LA VILLE."
                       PERFORM SHOW-POSTAL-COMMUNES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADDR-CHANGED = "Y"
               MOVE CODE-POSTAL TO WS-CP-INPUT
               MOVE ADR-LIGNE-1 TO WS-ADR-1-INPUT
               PERFORM CHECK-POSTAL-STREET
           END-IF
      * A corrected address lifts the NPAI hold, so the person goes
      * back on the next mailing run.
           IF WS-ADDR-CHANGED = "Y" AND ADR-INVALID-FLAG = "I"
               END-IF
           END-PERFORM.

       CORRECT-CIVILITE.
           MOVE "N" TO WS-CIV-OK
           PERFORM UNTIL CIV-IS-OK
               DISPLAY "Civilite (M = Monsieur, F = Madame, "
                   "* = effacer, vide = inchangee) : "
               MOVE SPACE TO WS-CIV-INPUT
               ACCEPT WS-CIV-INPUT
               EVALUATE TRUE
                   WHEN WS-CIV-INPUT = SPACE
                       MOVE "Y" TO WS-CIV-OK
                   WHEN WS-CIV-INPUT = "*"
                       MOVE SPACE TO CIVILITE
                       MOVE "Y" TO WS-CIV-OK
                   WHEN FUNCTION UPPER-CASE(WS-CIV-INPUT) = "M"
                       OR FUNCTION UPPER-CASE(WS-CIV-INPUT) = "F"
                       MOVE FUNCTION UPPER-CASE(WS-CIV-INPUT)
                           TO CIVILITE
                       MOVE "Y" TO WS-CIV-OK
                   WHEN OTHER
                       DISPLAY "CIVILITE INVALIDE : M OU F."
               END-EVALUATE
           END-PERFORM.

       CORRECT-CONTACT.
           MOVE "N" TO WS-TEL-OK
           PERFORM UNTIL TEL-IS-OK
                       MOVE "Y" TO WS-EMAIL-OK
                   WHEN WS-EMAIL-INPUT = "*"
                       MOVE SPACES TO EMAIL
                       MOVE SPACE TO EMAIL-INVALID-FLAG
                       MOVE 0 TO EMAIL-INVALID-DATE
                       MOVE "Y" TO WS-EMAIL-OK
                   WHEN OTHER
                       PERFORM CHECK-VALID-EMAIL
                       IF EMAIL-IS-OK
      * A new mailbox lifts the bounce hold.
                           IF EMAIL-INVALID-FLAG = "I"
                               AND WS-EMAIL-INPUT NOT = EMAIL
                               MOVE SPACE TO EMAIL-INVALID-FLAG
                               MOVE 0 TO EMAIL-INVALID-DATE
                               DISPLAY "COURRIEL CORRIGE : REJET "
                                   "LEVE."
                           END-IF
                           MOVE WS-EMAIL-INPUT TO EMAIL
                       ELSE
                           DISPLAY "COURRIEL INVALIDE."
           END-IF.

       CHECK-VALID-CP.
      * Five digits, then the CODE-POSTAL / VILLE pair must be one
      * the postal reference knows (postal.dat, through PostalCheck).
      * Without the reference, when cities.dat knows the departement
      * of the record's VILLE, the first two digits must agree with
      * it.
           MOVE "N" TO WS-CP-OK
           MOVE SPACE TO WS-PC-RESULT
           MOVE SPACES TO WS-CURRENT-DEPT
           PERFORM VARYING WS-VIX FROM 1 BY 1
                   UNTIL WS-VIX > WS-VILLE-APPROVED-TALLY
               END-IF
           END-PERFORM
           IF WS-CP-INPUT IS NUMERIC
               MOVE "P" TO WS-PC-ACTION
               PERFORM CALL-POSTAL-CHECK
               EVALUATE TRUE
                   WHEN WS-PC-RESULT = "C"
                       MOVE "Y" TO WS-CP-OK
                   WHEN WS-PC-RESULT = "M"
                       CONTINUE
                   WHEN WS-CURRENT-DEPT = SPACES
                       MOVE "Y" TO WS-CP-OK
                   WHEN WS-CP-INPUT(1:2) = WS-CURRENT-DEPT(1:2)
                       MOVE "Y" TO WS-CP-OK
               END-EVALUATE
           END-IF.

       CALL-POSTAL-CHECK.
           CALL "PostalCheck" USING WS-PC-ACTION WS-CP-INPUT VILLE
               WS-ADR-1-INPUT WS-PC-RESULT WS-PC-KEYS WS-PC-COMMUNES
           END-CALL.

       SHOW-POSTAL-COMMUNES.
      * The reference refused the pair : offer the communes the code
      * postal does serve.
           IF WS-PC-RESULT = "M"
               IF WS-PC-COMMUNE-COUNT = 0
                   DISPLAY "CODE POSTAL INCONNU DU REFERENTIEL POSTAL."
               ELSE
                   DISPLAY "COMMUNES DU CODE POSTAL " WS-CP-INPUT
                       " (VILLE SAISIE : " VILLE ") :"
                   PERFORM VARYING WS-PCX FROM 1 BY 1
                           UNTIL WS-PCX > WS-PC-COMMUNE-COUNT
                       DISPLAY "    " WS-PC-COMMUNE-NAME(WS-PCX)
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-POSTAL-STREET.
      * Street against the commune's street list, where the national
      * address file supplied one. A warning only : the reference
      * lags behind new estates.
           IF WS-ADR-1-INPUT NOT = SPACES AND WS-CP-INPUT IS NUMERIC
               MOVE "A" TO WS-PC-ACTION
               PERFORM CALL-POSTAL-CHECK
               IF WS-PC-RESULT = "V"
                   DISPLAY "AVERTISSEMENT : VOIE INCONNUE DU "
                       "REFERENTIEL POUR " VILLE
                       " - VERIFIER L'ADRESSE."
               END-IF
           END-IF.

       SET-CP-SCREEN-MSG.
           MOVE SPACES TO WS-SCREEN-MSG
           EVALUATE TRUE
               WHEN WS-PC-RESULT = "M" AND WS-PC-COMMUNE-COUNT = 0
                   MOVE "CODE POSTAL INCONNU DU REFERENTIEL POSTAL"
                       TO WS-SCREEN-MSG
               WHEN WS-PC-RESULT = "M"
                   STRING "CODE POSTAL DE " DELIMITED BY SIZE
                       WS-PC-COMMUNE-NAME(1) DELIMITED BY "  "
                       INTO WS-SCREEN-MSG
                   END-STRING
                   IF WS-PC-COMMUNE-COUNT > 1
                       STRING WS-SCREEN-MSG DELIMITED BY "  "
                           " ET AUTRES" DELIMITED BY SIZE
                           INTO WS-SCREEN-MSG
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE "CODE POSTAL : 5 CHIFFRES COHERENTS "
                       TO WS-SCREEN-MSG
           END-EVALUATE.

       EDIT-FIELDS-FULL-SCREEN.
           MOVE ADR-LIGNE-1 TO WS-OLD-ADR1
           MOVE CODE-POSTAL TO WS-OLD-CP
           MOVE EMAIL TO WS-OLD-EMAIL
           MOVE AGE TO SCR-AGE
           MOVE VILLE TO SCR-VILLE
           MOVE CIVILITE TO SCR-CIVILITE
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               MOVE DATE-NAISSANCE TO SCR-DOB
           ELSE
               END-IF
           END-IF

           IF WS-SCREEN-MSG = SPACES
               MOVE FUNCTION UPPER-CASE(SCR-CIVILITE) TO CIVILITE
               IF NOT CIVILITE-VALIDE
                   MOVE "CIVILITE : M (MONSIEUR), F (MADAME) OU A BLANC"
                       TO WS-SCREEN-MSG
               END-IF
           END-IF

           IF WS-SCREEN-MSG = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
               IF SCR-DOB = SPACES
                   IF CP-IS-OK
                       MOVE WS-CP-INPUT TO CODE-POSTAL
                   ELSE
                       PERFORM SET-CP-SCREEN-MSG
                   END-IF
               END-IF
           END-IF
                   MOVE SPACE TO ADR-INVALID-FLAG
                   MOVE 0 TO ADR-INVALID-DATE
               END-IF
      * Likewise a new mailbox lifts the bounce hold.
               IF EMAIL-INVALID-FLAG = "I" AND EMAIL NOT = WS-OLD-EMAIL
                   MOVE SPACE TO EMAIL-INVALID-FLAG
                   MOVE 0 TO EMAIL-INVALID-DATE
               END-IF
               MOVE "Y" TO WS-FORM-OK
           END-IF.

                   "NON MIS A JOUR"
           END-IF.

       WRITE-AUDIT-UNMASK.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "DEMASQ" TO AUD-ACTION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE NOM TO AUD-NOM
           MOVE AGE TO AUD-BEFORE-AGE
           MOVE WS-UNMASK-REASON(1:20) TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE WS-UNMASK-REASON(21:20) TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE "UPDATE" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.
           MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
