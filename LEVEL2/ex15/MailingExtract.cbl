      * and still go out individually. The control file counts the
      * lines actually written, so ExtractCheck.cbl keeps proving
      * either shape of the extract.
      * Minors and protected persons : while a representative link
      * in relations.dat (RELATREC.cpy) is active on the run date -
      * a parent for a person under 18, a tuteur or curateur at any
      * age - the line goes to the representative's name and
      * address, flagged R with the represented person's number in
      * the trailing columns. A representative deceased, departed
      * or with an NPAI address is passed over ; when no linked
      * representative can receive the letter it is held back rather
      * than addressed to the person, and counted.
      * Address grade : each line carries, in the column after the
      * represented person's number, the grade the postal reference
      * (postal.dat, PostalCheck.cbl) gives its address - C
      * conforming, M code postal and commune do not match, V street
      * unknown to the commune - so the mailing house's pre-sort can
      * set the doubtful pieces aside before they come back NPAI.
      * The column stays blank for a line with no code postal, or
      * when postal.dat has not been loaded.
      * Mailing date : the address printed is the one in force on
      * the mailing date held in address_history.dat
      * (AddressHistory.cbl), so a move keyed ahead of its date
      * already reaches the new address when the mailing goes out
      * after it. MAILING_DATE (AAAAMMJJ) sets the date, the
      * business date when unset ; a person with no history keeps
      * the address on the people record.
      * Salutation : each line carries the opening the letter is to
      * use, from the CIVILITE of whoever it is addressed to -
      * "Monsieur," for M, "Madame," for F, "Madame, Monsieur," when
      * the civility is not known and on every household line that
      * stands for more than one member.
      * Contact history : the run is registered as a campaign through
      * ContactLog.cbl (purpose in CAMPAIGN_PURPOSE) and every person
      * mailed - the represented person for a letter redirected to a
      * representative, each member of a household line - is booked
      * in contact_history.txt. CONTACT_LIMIT and CONTACT_PERIOD
      * leave out whoever was already contacted more than that many
      * times over that many days ; they are counted apart.
      * Branch scope : run by an operator scoped to one branch in
      * operators.dat (BranchScope.cbl), the extract only takes that
      * branch's persons (and the central-desk ones when allowed) ;
      * the others are counted and the filtering audited once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailingExtract.
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT REP_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REP-PERSON-ID
           ALTERNATE RECORD KEY IS REP-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS REP-VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-REP-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "mailsort.tmp".

           SELECT MAILING_FILE ASSIGN TO "mailing_extract.txt"
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

      * The representative's record, read off the same people file
      * at the PERSONREC offsets.
       FD  REP_FILE.
       01  REP-RECORD.
           05 REP-NOM PIC A(20).
           05 REP-AGE PIC 99.
           05 REP-VILLE PIC A(20).
           05 FILLER PIC X(23).
           05 REP-ADR-1 PIC X(30).
           05 REP-ADR-2 PIC X(30).
           05 REP-CP PIC X(5).
           05 FILLER PIC X(18).
           05 REP-PERSON-ID PIC 9(6).
           05 FILLER PIC X(51).
           05 REP-STATUT PIC X.
           05 FILLER PIC X(8).
           05 REP-ADR-INVALID-FLAG PIC X.
           05 FILLER PIC X(17).
           05 REP-CIVILITE PIC X.

       FD  RELATION_FILE.
           COPY RELATREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-ADR-1 PIC X(30).
           05 SORT-ADR-2 PIC X(30).
           05 SORT-CP    PIC X(5).
           05 SORT-REP-FLAG PIC X.
           05 SORT-FOR-ID PIC 9(6).
           05 SORT-ADR-GRADE PIC X.
           05 SORT-CIVILITE PIC X.

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 MAIL-CP    PIC X(5).
           05 MAIL-FOYER-FLAG PIC X.
           05 MAIL-FOYER-COUNT PIC 99.
           05 MAIL-REP-FLAG PIC X.
           05 MAIL-FOR-ID PIC 9(6).
           05 MAIL-ADR-GRADE PIC X.
           05 MAIL-SALUTATION PIC X(18).
           05 FILLER     PIC X(1) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-STATUT-COUNT PIC 9(6) VALUE 0.
       01  WS-NPAI-COUNT PIC 9(6) VALUE 0.
       01  WS-REP-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-RELATION-END PIC 9.
       01  WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 2000 TIMES.
               10 WS-RL-PERSON-ID PIC 9(6).
               10 WS-RL-REP-ID PIC 9(6).
               10 WS-RL-TYPE PIC X.
       01  WS-REL-TALLY PIC 9(4) VALUE 0.
       01  WS-REL-FULL PIC X VALUE "N".
           88 REL-TABLE-FULL VALUE "Y".
       01  WS-RLX PIC 9(4).
       01  WS-REP-STATE PIC X.
           88 REP-NOT-NEEDED VALUE "N".
           88 REP-FOUND VALUE "Y".
           88 REP-UNAVAILABLE VALUE "X".
       01  WS-REP-OPEN PIC X VALUE "N".
           88 REP-FILE-OPEN VALUE "Y".
       01  WS-REDIRECT-COUNT PIC 9(6) VALUE 0.
       01  WS-REP-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-HOLD-REP-FLAG PIC X.
       01  WS-HOLD-FOR-ID PIC 9(6).
       01  WS-HOLD-ADR-GRADE PIC X.
       01  WS-HOLD-CIVILITE PIC X.
       01  WS-PC-ACTION PIC X VALUE "A".
       01  WS-PC-RESULT PIC X.
       01  WS-PC-KEYS.
           05 WS-PC-COMMUNE-KEY PIC X(20).
           05 WS-PC-VOIE-KEY PIC X(30).
       01  WS-PC-COMMUNES.
           05 WS-PC-COMMUNE-COUNT PIC 99.
           05 WS-PC-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-POSTAL-REF PIC X VALUE "Y".
           88 POSTAL-REF-MISSING VALUE "N".
       01  WS-NONCONFORM-COUNT PIC 9(6) VALUE 0.
       01  WS-MAILING-DATE-INPUT PIC X(8).
       01  WS-MAILING-DATE PIC 9(8).
       01  WS-AH-ACTION PIC X(6) VALUE "AT".
       01  WS-AH-PERSON-ID PIC 9(6).
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
       01  WS-AH-PERIODS PIC X(2202).
       01  WS-AH-OPERATOR-ID PIC X(8) VALUE "MAILING".
       01  WS-AH-RESULT PIC X.
       01  WS-MOVED-COUNT PIC 9(6) VALUE 0.
       01  WS-PRESSURE-COUNT PIC 9(6) VALUE 0.
       01  WS-LIMIT-INPUT PIC X(3).
       01  WS-PERIOD-INPUT PIC X(4).
           COPY CTRREQ.
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
               DISPLAY "MODE FOYER : UNE LIGNE PAR MENAGE"
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-MAILING-DATE.
           DISPLAY "MAILING_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MAILING-DATE-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-MAILING-DATE-INPUT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-MAILING-DATE-INPUT)) = 0
                   MOVE WS-MAILING-DATE-INPUT TO WS-MAILING-DATE
               ELSE
                   DISPLAY "MAILING_DATE INVALIDE, DATE DU JOUR "
                       "RETENUE"
               END-IF
           END-IF.
           DISPLAY "ADRESSES EN VIGUEUR AU " WS-MAILING-DATE.

           PERFORM LOAD-ACTIVE-LINKS.
           PERFORM OPEN-CONTACT-CAMPAIGN.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GROUP-KEY
               INPUT PROCEDURE IS LOAD-SORT-INPUT
               OUTPUT PROCEDURE IS UNLOAD-SORT-OUTPUT.

           MOVE WS-EXTRACT-COUNT TO CTR-PIECES
           MOVE "FERME" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

           PERFORM WRITE-CONTROL-FILE.

           DISPLAY "EXTRACTION PUBLIPOSTAGE TERMINEE : "
               WS-OPTOUT-COUNT.
           DISPLAY "DECEDES/PARTIS SUPPRIMES : " WS-STATUT-COUNT.
           DISPLAY "ADRESSES NPAI SUSPENDUES : " WS-NPAI-COUNT.
           DISPLAY "ADRESSES AU REPRESENTANT LEGAL : "
               WS-REDIRECT-COUNT.
           DISPLAY "SANS REPRESENTANT JOIGNABLE, RETENUS : "
               WS-REP-HELD-COUNT.
           DISPLAY "ADRESSES PRISES A L'HISTORIQUE : "
               WS-MOVED-COUNT.
           IF CTR-LIMIT > 0
               DISPLAY "ECARTES POUR PRESSION DE CONTACT : "
                   WS-PRESSURE-COUNT
           END-IF.
           IF POSTAL-REF-MISSING
               DISPLAY "REFERENTIEL POSTAL ABSENT : ADRESSES NON "
                   "NOTEES."
           ELSE
               DISPLAY "ADRESSES NON CONFORMES AU REFERENTIEL : "
                   WS-NONCONFORM-COUNT
           END-IF.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY "HORS DE VOTRE SUCCURSALE, NON EXTRAITS : "
                   WS-SCOPE-HIDDEN
               MOVE "F" TO SCP-ACTION
               MOVE "mailing_extract.txt" TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           IF WS-EXTRACT-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      * Links past the table would leave their dependants addressed
      * directly : the run is flagged for a look.
           IF REL-TABLE-FULL
               DISPLAY "AVERTISSEMENT : PLUS DE 2000 LIENS DE "
                   "REPRESENTATION ACTIFS, LES SUIVANTS IGNORES"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-RECORD-SCOPE.
           MOVE "C" TO SCP-ACTION
           MOVE "MailingExtract" TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

       LOAD-SORT-INPUT.
           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REL-TALLY > 0
                   OPEN INPUT REP_FILE
                   IF WS-REP-FILE-STATUS = "00"
                       MOVE "Y" TO WS-REP-OPEN
                   END-IF
               END-IF
               PERFORM UNTIL 1 = 2
                   READ DATA_FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
      * Another branch's person is neither mailed nor counted in the
      * exclusions below.
                           IF TR-KEY NOT = "**TRAILER**"
                               PERFORM CHECK-RECORD-SCOPE
                               IF SCOPE-OUT
                                   ADD 1 TO WS-SCOPE-HIDDEN
                               END-IF
                           END-IF
                           IF TR-KEY NOT = "**TRAILER**"
                               AND SCOPE-IN
                               AND CONTACT-PREF = "N"
      * Do-not-contact request on file : the person never reaches
      * an outbound mailing.
                               ADD 1 TO WS-OPTOUT-COUNT
                           END-IF
                           IF TR-KEY NOT = "**TRAILER**"
                               AND SCOPE-IN
                               AND CONTACT-PREF NOT = "N"
                               AND (STATUT = "D" OR STATUT = "P")
      * Deceased or departed : counted on file, never mailed.
                               ADD 1 TO WS-STATUT-COUNT
                           END-IF
                           IF TR-KEY NOT = "**TRAILER**"
                               AND SCOPE-IN
                               AND CONTACT-PREF NOT = "N"
                               AND STATUT NOT = "D"
                               AND STATUT NOT = "P"
                               ADD 1 TO WS-NPAI-COUNT
                           END-IF
                           IF TR-KEY NOT = "**TRAILER**"
                               AND SCOPE-IN
                               AND CONTACT-PREF NOT = "N"
                               AND STATUT NOT = "D"
                               AND STATUT NOT = "P"
                               AND ADR-INVALID-FLAG NOT = "I"
                               PERFORM SELECT-MAILABLE-PERSON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA_FILE
               IF REP-FILE-OPEN
                   CLOSE REP_FILE
               END-IF
           END-IF.

       SELECT-MAILABLE-PERSON.
      * Contacted more often than CONTACT_LIMIT allows over the
      * period : left out of this mailing and counted.
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE "TESTE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           IF CTR-RESULT = "Y"
               ADD 1 TO WS-PRESSURE-COUNT
           ELSE
               PERFORM COMPUTE-EFFECTIVE-AGE
               PERFORM FIND-REPRESENTATIVE
               EVALUATE TRUE
                   WHEN REP-FOUND
                       PERFORM RELEASE-TO-REPRESENTATIVE
                       PERFORM BOOK-CONTACT
                   WHEN REP-UNAVAILABLE
                       ADD 1 TO WS-REP-HELD-COUNT
                   WHEN OTHER
                       PERFORM RELEASE-TO-PERSON
                       PERFORM BOOK-CONTACT
               END-EVALUATE
           END-IF.

       BOOK-CONTACT.
      * Booked under the person the letter is about, also when it
      * goes to the representative.
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE "ENVOI" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       OPEN-CONTACT-CAMPAIGN.
      * The run is registered as a campaign. CAMPAIGN_PURPOSE says
      * what it is for ; CONTACT_LIMIT, when set, leaves out anyone
      * already contacted more than that many times over the last
      * CONTACT_PERIOD days (30 when unset).
           DISPLAY "CAMPAIGN_PURPOSE" UPON ENVIRONMENT-NAME
           ACCEPT CTR-PURPOSE FROM ENVIRONMENT-VALUE
           IF CTR-PURPOSE = SPACES
               MOVE "PUBLIPOSTAGE" TO CTR-PURPOSE
           END-IF
           MOVE 0 TO CTR-LIMIT
           DISPLAY "CONTACT_LIMIT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-INPUT FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-LIMIT-INPUT) TO CTR-LIMIT
           END-IF
           MOVE 0 TO CTR-PERIOD
           DISPLAY "CONTACT_PERIOD" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-INPUT FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PERIOD-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-PERIOD-INPUT) TO CTR-PERIOD
           END-IF
           IF CTR-LIMIT > 0
               DISPLAY "PRESSION : AU PLUS " CTR-LIMIT
                   " CONTACT(S) SUR LA PERIODE"
           END-IF
           MOVE "MailingExtract" TO CTR-PROGRAM
           MOVE "C" TO CTR-CHANNEL
           MOVE WS-MAILING-DATE TO CTR-DATE
           MOVE "OUVRE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       RELEASE-TO-PERSON.
           MOVE VILLE TO SORT-VILLE
           MOVE NOM TO SORT-NOM
           MOVE WS-EFFECTIVE-AGE TO SORT-AGE
           MOVE ADR-LIGNE-1 TO SORT-ADR-1
           MOVE ADR-LIGNE-2 TO SORT-ADR-2
           MOVE CODE-POSTAL TO SORT-CP
           MOVE SPACE TO SORT-REP-FLAG
           MOVE 0 TO SORT-FOR-ID
           MOVE CIVILITE TO SORT-CIVILITE
           MOVE PERSON-ID TO WS-AH-PERSON-ID
           PERFORM TAKE-ADDRESS-IN-FORCE
           PERFORM GRADE-SORT-ADDRESS
           PERFORM BUILD-GROUP-KEY
           RELEASE SORT-RECORD.

       RELEASE-TO-REPRESENTATIVE.
      * Routed and grouped on the representative's address, so in the
      * foyer run the letter joins the representative's household.
           MOVE REP-VILLE TO SORT-VILLE
           MOVE REP-NOM TO SORT-NOM
           MOVE WS-EFFECTIVE-AGE TO SORT-AGE
           MOVE REP-ADR-1 TO SORT-ADR-1
           MOVE REP-ADR-2 TO SORT-ADR-2
           MOVE REP-CP TO SORT-CP
           MOVE "R" TO SORT-REP-FLAG
           MOVE PERSON-ID TO SORT-FOR-ID
           MOVE REP-CIVILITE TO SORT-CIVILITE
           MOVE REP-PERSON-ID TO WS-AH-PERSON-ID
           PERFORM TAKE-ADDRESS-IN-FORCE
           PERFORM BUILD-GROUP-KEY
           ADD 1 TO WS-REDIRECT-COUNT
           PERFORM GRADE-SORT-ADDRESS
           RELEASE SORT-RECORD.

       TAKE-ADDRESS-IN-FORCE.
      * The history's address on the mailing date replaces the one
      * on the people record when they differ ; no history for the
      * person, or none reaching back to the date, keeps the record.
           MOVE WS-MAILING-DATE TO WS-AH-DATE-FROM
           MOVE 0 TO WS-AH-DATE-TO
           CALL "AddressHistory" USING WS-AH-ACTION WS-AH-PERSON-ID
               WS-AH-REQUEST WS-AH-PERIODS WS-AH-OPERATOR-ID
               WS-AH-RESULT
           END-CALL
           IF WS-AH-RESULT = "Y"
               AND (WS-AH-NEW-ADR-1 NOT = SORT-ADR-1
                   OR WS-AH-NEW-ADR-2 NOT = SORT-ADR-2
                   OR WS-AH-NEW-CP NOT = SORT-CP
                   OR WS-AH-NEW-VILLE NOT = SORT-VILLE)
               MOVE WS-AH-NEW-ADR-1 TO SORT-ADR-1
               MOVE WS-AH-NEW-ADR-2 TO SORT-ADR-2
               MOVE WS-AH-NEW-CP TO SORT-CP
               MOVE WS-AH-NEW-VILLE TO SORT-VILLE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

       GRADE-SORT-ADDRESS.
      * The address actually going on the label is graded ; once
      * postal.dat is found missing the rest of the run goes ungraded.
           MOVE SPACE TO SORT-ADR-GRADE
           IF SORT-CP NOT = SPACES AND NOT POSTAL-REF-MISSING
               CALL "PostalCheck" USING WS-PC-ACTION SORT-CP
                   SORT-VILLE SORT-ADR-1 WS-PC-RESULT WS-PC-KEYS
                   WS-PC-COMMUNES
               END-CALL
               IF WS-PC-RESULT = "R"
                   MOVE "N" TO WS-POSTAL-REF
               ELSE
                   MOVE WS-PC-RESULT TO SORT-ADR-GRADE
                   IF WS-PC-RESULT NOT = "C"
                       ADD 1 TO WS-NONCONFORM-COUNT
                   END-IF
               END-IF
           END-IF.

       LOAD-ACTIVE-LINKS.
      * Only the links running on the run date are kept ; no file
      * means nobody is represented.
           OPEN INPUT RELATION_FILE.
           IF WS-RELATION-FILE-STATUS = "00"
               MOVE 0 TO WS-RELATION-END
               PERFORM UNTIL WS-RELATION-END = 1
                   READ RELATION_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-RELATION-END
                       NOT AT END
                           IF REL-START-DATE <= WS-TODAY-YMD
                               AND (REL-END-DATE = 0
                                   OR REL-END-DATE >= WS-TODAY-YMD)
                               IF WS-REL-TALLY < 2000
                                   ADD 1 TO WS-REL-TALLY
                                   MOVE REL-PERSON-ID
                                       TO WS-RL-PERSON-ID(WS-REL-TALLY)
                                   MOVE REL-REP-ID
                                       TO WS-RL-REP-ID(WS-REL-TALLY)
                                   MOVE REL-TYPE
                                       TO WS-RL-TYPE(WS-REL-TALLY)
                               ELSE
                                   MOVE "Y" TO WS-REL-FULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
           END-IF.

       FIND-REPRESENTATIVE.
      * A parent answers for a person under 18 ; a tuteur or curateur
      * is the protection measure itself and answers at any age. The
      * first linked representative who can receive mail is taken.
           MOVE "N" TO WS-REP-STATE
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REL-TALLY OR REP-FOUND
               IF WS-RL-PERSON-ID(WS-RLX) = PERSON-ID
                   AND (WS-RL-TYPE(WS-RLX) = "T"
                       OR WS-RL-TYPE(WS-RLX) = "C"
                       OR (WS-RL-TYPE(WS-RLX) = "P"
                           AND WS-EFFECTIVE-AGE < 18))
                   MOVE "X" TO WS-REP-STATE
                   IF REP-FILE-OPEN
                       MOVE WS-RL-REP-ID(WS-RLX) TO REP-PERSON-ID
                       READ REP_FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF REP-STATUT NOT = "D"
                                   AND REP-STATUT NOT = "P"
                                   AND REP-ADR-INVALID-FLAG NOT = "I"
                                   MOVE "Y" TO WS-REP-STATE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-GROUP-KEY.
      * Individual runs keep the historical VILLE-then-NOM routing ;
      * the foyer run routes by address so household members arrive
      * adjacent in the sort, names in order within the address.
      * Built off the sort record, so a line goes by the address it
      * is actually sent to.
           MOVE SPACES TO SORT-GROUP-KEY
           IF FOYER-MODE
               STRING SORT-CP
                   FUNCTION UPPER-CASE(SORT-ADR-1)
                   SORT-NOM
                   DELIMITED BY SIZE INTO SORT-GROUP-KEY
           ELSE
               STRING SORT-VILLE SORT-NOM
                   DELIMITED BY SIZE INTO SORT-GROUP-KEY
           END-IF.

           MOVE SORT-ADR-1 TO MAIL-ADR-1
           MOVE SORT-ADR-2 TO MAIL-ADR-2
           MOVE SORT-CP TO MAIL-CP
           MOVE SORT-REP-FLAG TO MAIL-REP-FLAG
           MOVE SORT-FOR-ID TO MAIL-FOR-ID
           MOVE SORT-ADR-GRADE TO MAIL-ADR-GRADE
           MOVE SORT-CIVILITE TO WS-HOLD-CIVILITE
           PERFORM SET-MAIL-SALUTATION
           WRITE MAILING-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD SORT-AGE TO WS-CTL-HASH.
                   MOVE SORT-ADR-1 TO WS-HOLD-ADR-1
                   MOVE SORT-ADR-2 TO WS-HOLD-ADR-2
                   MOVE SORT-CP TO WS-HOLD-CP
                   MOVE SORT-REP-FLAG TO WS-HOLD-REP-FLAG
                   MOVE SORT-FOR-ID TO WS-HOLD-FOR-ID
                   MOVE SORT-ADR-GRADE TO WS-HOLD-ADR-GRADE
                   MOVE SORT-CIVILITE TO WS-HOLD-CIVILITE
                   MOVE 1 TO WS-HOLD-COUNT
                   MOVE "Y" TO WS-HOLD-PENDING
               END-IF
           MOVE WS-HOLD-CP TO MAIL-CP
           MOVE "F" TO MAIL-FOYER-FLAG
           MOVE WS-HOLD-COUNT TO MAIL-FOYER-COUNT
           MOVE WS-HOLD-REP-FLAG TO MAIL-REP-FLAG
           MOVE WS-HOLD-FOR-ID TO MAIL-FOR-ID
           MOVE WS-HOLD-ADR-GRADE TO MAIL-ADR-GRADE
           IF WS-HOLD-COUNT > 1
               MOVE SPACE TO WS-HOLD-CIVILITE
           END-IF
           PERFORM SET-MAIL-SALUTATION
           WRITE MAILING-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-HOLD-AGE TO WS-CTL-HASH
           MOVE "N" TO WS-HOLD-PENDING.

       SET-MAIL-SALUTATION.
           EVALUATE WS-HOLD-CIVILITE
               WHEN "M"
                   MOVE "Monsieur," TO MAIL-SALUTATION
               WHEN "F"
                   MOVE "Madame," TO MAIL-SALUTATION
               WHEN OTHER
                   MOVE "Madame, Monsieur," TO MAIL-SALUTATION
           END-EVALUATE.

       COMPUTE-EFFECTIVE-AGE.
      * Current age derived from the date of birth when the record
      * carries one (integer truncation of (today - dob)/10000 gives
