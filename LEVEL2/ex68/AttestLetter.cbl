      * date, * a comment. Without the file a built-in default
      * applies. Every print writes a LETTER audit record, so we can
      * show who printed what about whom.
      * A minor with a parent link, or a person with a tuteur or
      * curateur link, active today in relations.dat is written to
      * through the representative : the address block carries the
      * representative's name, role and address, the name line still
      * names the person the attestation is about. A representative
      * deceased, departed or with an NPAI address is passed over ;
      * if none is left the operator is warned and the person's own
      * address is used.
      * Address history : the operator may key a period (from and
      * to dates, AAAAMMJJ) ; the letter then carries the addresses
      * the person held over it from address_history.dat
      * (AddressHistory.cbl), each with its from and to dates and
      * the NPAI return date where post came back. In a template
      * the block goes where the #H directive stands ; the default
      * letter prints it after the on-file-since line. A blank from
      * date prints no history.
      * Salutation : the #S directive prints "Madame," or
      * "Monsieur," from the CIVILITE of whoever the letter is
      * addressed to - the representative when there is one - and
      * "Madame, Monsieur," when the civility is not known. The
      * default letter opens with it.
      * Contact history : every attestation printed is registered
      * through ContactLog.cbl as a one-piece letter campaign
      * (purpose in CAMPAIGN_PURPOSE, "ATTESTATION" by default) with
      * its contact_history.txt line under the person's number.
      * An operator kept to one branch (BranchScope.cbl) is offered
      * only the homonyms of that branch ; a number keyed for a
      * person of another branch is refused - no letter - and the
      * refusal audited SCPREF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttestLetter.
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT TEMPLATE_FILE ASSIGN TO "letter_template.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  TEMPLATE_FILE.
       01  TEMPLATE-RECORD.
               10 WS-HOM-VILLE PIC A(20).
       01  WS-HOMONYM-TALLY PIC 9(2) VALUE 0.
       01  WS-HX PIC 9(2).
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-TEMPLATE-USED PIC X VALUE "N".
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-PERSON-SAVE PIC X(233).
       01  WS-REP-STATE PIC X VALUE "N".
           88 REP-FOUND VALUE "Y".
           88 REP-UNAVAILABLE VALUE "X".
       01  WS-REP-NOM PIC A(20).
       01  WS-REP-VILLE PIC A(20).
       01  WS-REP-ADR-1 PIC X(30).
       01  WS-REP-ADR-2 PIC X(30).
       01  WS-REP-CP PIC X(5).
       01  WS-REP-ROLE PIC X(8).
       01  WS-REP-CIVILITE PIC X.
       01  WS-SALUTATION-CIVILITE PIC X.
       01  WS-HIST-FROM-INPUT PIC X(8).
       01  WS-HIST-TO-INPUT PIC X(8).
       01  WS-HIST-WANTED PIC X VALUE "N".
           88 HISTORY-WANTED VALUE "Y".
       01  WS-AH-ACTION PIC X(6) VALUE "LIST".
       01  WS-AH-REQUEST.
           05 WS-AH-DATE-FROM PIC 9(8).
           05 WS-AH-DATE-TO PIC 9(8).
           05 FILLER PIC X(178).
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
       01  WS-HIST-TO-DISPLAY PIC X(8).
           COPY CTRREQ.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-TODAY
           MOVE WS-DATE-TODAY TO WS-TODAY-YMD
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           END-IF.

           PERFORM RESOLVE-NAME-CHAIN.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY WS-SCOPE-HIDDEN " HOMONYME(S) HORS DE VOTRE "
                   "SUCCURSALE NON PROPOSE(S)"
               MOVE "F" TO SCP-ACTION
               MOVE WS-SEARCH-NOM TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           IF PERSON-FOUND
               PERFORM CHECK-PERSON-SCOPE
               IF SCOPE-OUT
                   CLOSE DATA_FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF NOT PERSON-FOUND
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           PERFORM FIND-REPRESENTATIVE.
           PERFORM GET-HISTORY-PERIOD.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
           CLOSE DATA_FILE.

           PERFORM WRITE-LETTER-AUDIT.
           PERFORM BOOK-LETTER-CONTACT.
           DISPLAY "ATTESTATION IMPRIMEE POUR " NOM
               " (NUMERO " PERSON-ID ") DANS " WS-PRINT-FILENAME.
           GOBACK.
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

       CHECK-RECORD-SCOPE.
           MOVE "C" TO SCP-ACTION
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

       CHECK-PERSON-SCOPE.
      * The number picked may be one that was not offered.
           MOVE "A" TO SCP-ACTION
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           IF SCOPE-OUT
               DISPLAY "NUMERO " PERSON-ID " HORS DE VOTRE SUCCURSALE "
                   FUNCTION TRIM(SCP-BRANCH) " : ACCES REFUSE"
               MOVE "N" TO WS-FOUND
           END-IF.

       PICK-HOMONYM.
           DISPLAY "PLUSIEURS PERSONNES SOUS CE NOM :"
           PERFORM VARYING WS-HX FROM 1 BY 1
                   MOVE "Y" TO WS-FOUND
           END-READ.

       FIND-REPRESENTATIVE.
      * A parent answers for a person under 18, a tuteur or curateur
      * at any age ; the first linked representative who can receive
      * mail is taken. The person's record is put back afterwards.
           MOVE "N" TO WS-REP-STATE
           PERFORM COMPUTE-EFFECTIVE-AGE
           OPEN INPUT RELATION_FILE
           IF WS-RELATION-FILE-STATUS = "00"
               MOVE FILE_DATA TO WS-PERSON-SAVE
               MOVE 0 TO WS-CHAIN-END
               MOVE PERSON-ID TO REL-PERSON-ID
               MOVE 0 TO REL-REP-ID
               START RELATION_FILE KEY IS NOT LESS THAN REL-KEY
                   INVALID KEY
                       MOVE 1 TO WS-CHAIN-END
               END-START
               PERFORM UNTIL WS-CHAIN-END = 1 OR REP-FOUND
                   READ RELATION_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-CHAIN-END
                       NOT AT END
                           IF REL-PERSON-ID NOT = WS-SELECTED-ID
                               MOVE 1 TO WS-CHAIN-END
                           ELSE
                               PERFORM CHECK-ONE-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
               MOVE WS-PERSON-SAVE TO FILE_DATA
           END-IF
           EVALUATE TRUE
               WHEN REP-FOUND
                   DISPLAY "COURRIER ADRESSE AU REPRESENTANT : "
                       WS-REP-NOM " (" FUNCTION TRIM(WS-REP-ROLE) ")"
               WHEN REP-UNAVAILABLE
                   DISPLAY "AVERTISSEMENT : AUCUN REPRESENTANT "
                       "JOIGNABLE, ADRESSE DE LA PERSONNE UTILISEE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ONE-LINK.
           IF REL-START-DATE <= WS-TODAY-YMD
               AND (REL-END-DATE = 0 OR REL-END-DATE >= WS-TODAY-YMD)
               AND (REL-TYPE = "T" OR REL-TYPE = "C"
                   OR (REL-TYPE = "P" AND WS-EFFECTIVE-AGE < 18))
               MOVE "X" TO WS-REP-STATE
               MOVE REL-REP-ID TO PERSON-ID
               READ DATA_FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STATUT NOT = "D" AND STATUT NOT = "P"
                           AND ADR-INVALID-FLAG NOT = "I"
                           MOVE "Y" TO WS-REP-STATE
                           MOVE NOM TO WS-REP-NOM
                           MOVE VILLE TO WS-REP-VILLE
                           MOVE ADR-LIGNE-1 TO WS-REP-ADR-1
                           MOVE ADR-LIGNE-2 TO WS-REP-ADR-2
                           MOVE CODE-POSTAL TO WS-REP-CP
                           MOVE CIVILITE TO WS-REP-CIVILITE
                           EVALUATE REL-TYPE
                               WHEN "P"
                                   MOVE "PARENT" TO WS-REP-ROLE
                               WHEN "T"
                                   MOVE "TUTEUR" TO WS-REP-ROLE
                               WHEN OTHER
                                   MOVE "CURATEUR" TO WS-REP-ROLE
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

       GET-HISTORY-PERIOD.
      * The history is read once here ; the letter only prints it.
           DISPLAY "Historique des adresses du (AAAAMMJJ, vide = "
               "aucun) : "
           ACCEPT WS-HIST-FROM-INPUT
           DISPLAY "au (AAAAMMJJ, vide = ce jour) : "
           ACCEPT WS-HIST-TO-INPUT
           IF WS-HIST-TO-INPUT = SPACES
               MOVE WS-TODAY-YMD TO WS-HIST-TO-INPUT
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-FROM-INPUT = SPACES
                   CONTINUE
               WHEN WS-HIST-FROM-INPUT IS NOT NUMERIC
                   OR WS-HIST-TO-INPUT IS NOT NUMERIC
                   DISPLAY "DATE INVALIDE, PAS D'HISTORIQUE."
               WHEN WS-HIST-TO-INPUT < WS-HIST-FROM-INPUT
                   DISPLAY "PERIODE INVERSEE, PAS D'HISTORIQUE."
               WHEN OTHER
                   MOVE WS-HIST-FROM-INPUT TO WS-AH-DATE-FROM
                   MOVE WS-HIST-TO-INPUT TO WS-AH-DATE-TO
                   CALL "AddressHistory" USING WS-AH-ACTION
                       WS-SELECTED-ID WS-AH-REQUEST WS-AH-PERIODS
                       WS-OPERATOR-ID WS-AH-RESULT
                   END-CALL
                   MOVE "Y" TO WS-HIST-WANTED
                   IF WS-AH-RESULT NOT = "Y"
                       DISPLAY "AUCUNE ADRESSE HISTORISEE SUR LA "
                           "PERIODE."
                   END-IF
           END-EVALUATE.

       COMPUTE-EFFECTIVE-AGE.
      * Age at last birthday from the date of birth when on file,
      * the stored AGE otherwise - the MailingExtract.cbl rule.
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

       BUILD-LETTER.
           OPEN INPUT TEMPLATE_FILE.
           IF WS-TEMPLATE-FILE-STATUS = "00"
                   PERFORM PRINT-SINCE-LINE
               WHEN "J"
                   PERFORM PRINT-TODAY-LINE
               WHEN "H"
                   PERFORM PRINT-HISTORY-BLOCK
               WHEN "S"
                   PERFORM PRINT-SALUTATION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SALUTATION-LINE.
           IF REP-FOUND
               MOVE WS-REP-CIVILITE TO WS-SALUTATION-CIVILITE
           ELSE
               MOVE CIVILITE TO WS-SALUTATION-CIVILITE
           END-IF
           EVALUATE WS-SALUTATION-CIVILITE
               WHEN "M"
                   MOVE "   Monsieur," TO PRINT-LINE
               WHEN "F"
                   MOVE "   Madame," TO PRINT-LINE
               WHEN OTHER
                   MOVE "   Madame, Monsieur," TO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE.

       PRINT-ADDRESS-BLOCK.
           IF REP-FOUND
               PERFORM PRINT-REPRESENTATIVE-BLOCK
           ELSE
               PERFORM PRINT-PERSON-ADDRESS
           END-IF.

       PRINT-REPRESENTATIVE-BLOCK.
           MOVE SPACES TO PRINT-LINE
           STRING "   A L'ATTENTION DE " FUNCTION TRIM(WS-REP-NOM)
               ", " FUNCTION TRIM(WS-REP-ROLE)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "   " WS-REP-ADR-1
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-REP-ADR-2 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "   " WS-REP-ADR-2
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "   " WS-REP-CP " " WS-REP-VILLE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-PERSON-ADDRESS.
           MOVE SPACES TO PRINT-LINE
           STRING "   " ADR-LIGNE-1
               DELIMITED BY SIZE INTO PRINT-LINE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-HISTORY-BLOCK.
      * Planned moves not yet in force are left off ; an open period
      * reads "ce jour".
           IF HISTORY-WANTED
               MOVE SPACES TO PRINT-LINE
               STRING "   ADRESSES SUCCESSIVES DU " WS-AH-DATE-FROM
                   " AU " WS-AH-DATE-TO " :"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-AH-RESULT = "Y"
                   PERFORM VARYING WS-AHX FROM 1 BY 1
                           UNTIL WS-AHX > WS-AH-PERIOD-COUNT
                       IF WS-AH-PER-STATE(WS-AHX) = "A"
                           PERFORM PRINT-HISTORY-LINE
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "   AUCUNE ADRESSE HISTORISEE SUR LA PERIODE."
                       TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       PRINT-HISTORY-LINE.
           IF WS-AH-PER-TO(WS-AHX) = 0
               MOVE "CE JOUR" TO WS-HIST-TO-DISPLAY
           ELSE
               MOVE WS-AH-PER-TO(WS-AHX) TO WS-HIST-TO-DISPLAY
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "   DU " WS-AH-PER-FROM(WS-AHX)
               " AU " WS-HIST-TO-DISPLAY " : "
               FUNCTION TRIM(WS-AH-PER-ADR-1(WS-AHX)) " "
               FUNCTION TRIM(WS-AH-PER-ADR-2(WS-AHX)) " "
               WS-AH-PER-CP(WS-AHX) " "
               FUNCTION TRIM(WS-AH-PER-VILLE(WS-AHX))
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-AH-PER-NPAI-DATE(WS-AHX) > 0
               MOVE SPACES TO PRINT-LINE
               STRING "      COURRIER REVENU NPAI LE "
                   WS-AH-PER-NPAI-DATE(WS-AHX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       PRINT-DEFAULT-LETTER.
           MOVE "           A T T E S T A T I O N" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-SALUTATION-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "NOUS ATTESTONS QUE LA PERSONNE CI-DESSOUS" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-SINCE-LINE.
           IF HISTORY-WANTED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM PRINT-HISTORY-BLOCK
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-TODAY-LINE.

       BOOK-LETTER-CONTACT.
      * One attestation is a campaign of one piece, booked under the
      * person it is about even when it went to the representative.
           DISPLAY "CAMPAIGN_PURPOSE" UPON ENVIRONMENT-NAME
           ACCEPT CTR-PURPOSE FROM ENVIRONMENT-VALUE
           IF CTR-PURPOSE = SPACES
               MOVE "ATTESTATION" TO CTR-PURPOSE
           END-IF
           MOVE 0 TO CTR-LIMIT
           MOVE 0 TO CTR-PERIOD
           MOVE "AttestLetter" TO CTR-PROGRAM
           MOVE "L" TO CTR-CHANNEL
           MOVE WS-TODAY-YMD TO CTR-DATE
           MOVE "OUVRE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE "ENVOI" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           MOVE 1 TO CTR-PIECES
           MOVE "FERME" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       WRITE-LETTER-AUDIT.
           OPEN EXTEND AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               MOVE SPACES TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE VILLE TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
