      ******************************************************************
      * Name : EmailExtract.cbl
      * Author: RayanPonsolle
      * Campaign extract for the bulk e-mail provider, the e-mail
      * counterpart of MailingExtract.cbl : one comma-delimited line
      * per active person (STATUT "A" or blank) holding a usable
      * mailbox - the CHECK-VALID-EMAIL rule of the entry screens,
      * and no hard bounce on file (EMAIL-INVALID-FLAG "I", set by
      * BounceProcess.cbl) - who has not asked not to be contacted.
      * A person whose letters go to a legal representative
      * (relations.dat, RELATREC.cpy : a parent under 18, a tuteur or
      * curateur at any age) is not e-mailed directly either ; the
      * representative is reached on their own line when eligible.
      * The row is NOM,AGE,VILLE first, then the person number and
      * the mailbox, so email_extract.csv.ctl (run date, line count,
      * AGE hash) is proven by ExtractCheck.cbl the same way as
      * people.csv. Each exclusion is counted on the console.
      * Each run is registered as an e-mail campaign through
      * ContactLog.cbl (purpose in CAMPAIGN_PURPOSE) and every person
      * extracted is booked in contact_history.txt ; CONTACT_LIMIT
      * and CONTACT_PERIOD leave out whoever was already contacted
      * more than that many times over that many days.
      * An operator scoped to one branch in operators.dat
      * (BranchScope.cbl) only extracts that branch's persons ; the
      * others are counted and the filtering audited once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmailExtract.

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

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT CSV_FILE ASSIGN TO "email_extract.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT CONTROL_FILE ASSIGN TO "email_extract.csv.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  CSV_FILE.
       01  CSV_RECORD PIC X(120).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.
           05 CTL-RUN-DATE PIC 9(8).
           05 CTL-RECORD-COUNT PIC 9(6).
           05 CTL-AGE-HASH PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-CSV-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-AGE-EDIT PIC Z9.
       01  WS-CTL-HASH PIC 9(8) VALUE 0.
       01  WS-EXTRACT-COUNT PIC 9(6) VALUE 0.
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-STATUT-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-EMAIL-COUNT PIC 9(6) VALUE 0.
       01  WS-BAD-EMAIL-COUNT PIC 9(6) VALUE 0.
       01  WS-BOUNCED-COUNT PIC 9(6) VALUE 0.
       01  WS-REPRESENTED-COUNT PIC 9(6) VALUE 0.
       01  WS-PRESSURE-COUNT PIC 9(6) VALUE 0.
       01  WS-LIMIT-INPUT PIC X(3).
       01  WS-PERIOD-INPUT PIC X(4).
       01  WS-EMAIL-INPUT PIC X(40).
       01  WS-EMAIL-OK PIC X VALUE "N".
           88 EMAIL-IS-OK VALUE "Y".
       01  WS-AT-COUNT PIC 9(2).
       01  WS-EMAIL-LEN PIC 9(2).
       01  WS-RELATION-END PIC 9.
       01  WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 2000 TIMES.
               10 WS-RL-PERSON-ID PIC 9(6).
               10 WS-RL-TYPE PIC X.
       01  WS-REL-TALLY PIC 9(4) VALUE 0.
       01  WS-REL-FULL PIC X VALUE "N".
           88 REL-TABLE-FULL VALUE "Y".
       01  WS-RLX PIC 9(4).
       01  WS-REPRESENTED PIC X.
           88 PERSON-IS-REPRESENTED VALUE "Y".
           COPY CTRREQ.
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE WS-BUSINESS-DATE TO WS-TODAY-YMD.
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           PERFORM LOAD-ACTIVE-LINKS.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CSV_FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE email_extract.csv - STATUS "
                   WS-CSV-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           MOVE "NOM,AGE,VILLE,NUMERO,COURRIEL" TO CSV_RECORD.
           WRITE CSV_RECORD.
           PERFORM OPEN-CONTACT-CAMPAIGN.

           PERFORM UNTIL 1 = 2
               READ DATA_FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           PERFORM SELECT-ONE-PERSON
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DATA_FILE.
           CLOSE CSV_FILE.

           MOVE WS-EXTRACT-COUNT TO CTR-PIECES
           MOVE "FERME" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

           PERFORM WRITE-CONTROL-FILE.

           DISPLAY "EXTRACTION COURRIELS TERMINEE : "
               WS-EXTRACT-COUNT " ENREGISTREMENT(S)".
           DISPLAY "OPPOSITIONS AU CONTACT SUPPRIMEES : "
               WS-OPTOUT-COUNT.
           DISPLAY "DECEDES/PARTIS SUPPRIMES : " WS-STATUT-COUNT.
           DISPLAY "SANS COURRIEL : " WS-NO-EMAIL-COUNT.
           DISPLAY "COURRIELS MAL FORMES : " WS-BAD-EMAIL-COUNT.
           DISPLAY "COURRIELS EN REJET DEFINITIF : " WS-BOUNCED-COUNT.
           DISPLAY "SOUS REPRESENTANT LEGAL, EXCLUS : "
               WS-REPRESENTED-COUNT.
           IF CTR-LIMIT > 0
               DISPLAY "ECARTES POUR PRESSION DE CONTACT : "
                   WS-PRESSURE-COUNT
           END-IF.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY "HORS DE VOTRE SUCCURSALE, NON EXTRAITS : "
                   WS-SCOPE-HIDDEN
               MOVE "F" TO SCP-ACTION
               MOVE "email_extract.csv" TO SCP-SUBJECT
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

       SELECT-ONE-PERSON.
      * The exclusions are tested in the order a clerk would give
      * them, each person counted once, under the first that applies.
      * Another branch's person, for an operator scoped to one
      * branch, comes before them all.
           MOVE "C" TO SCP-ACTION
           MOVE "EmailExtract" TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           EVALUATE TRUE
               WHEN SCOPE-OUT
                   ADD 1 TO WS-SCOPE-HIDDEN
               WHEN CONTACT-PREF = "N"
                   ADD 1 TO WS-OPTOUT-COUNT
               WHEN STATUT = "D" OR STATUT = "P"
                   ADD 1 TO WS-STATUT-COUNT
               WHEN EMAIL = SPACES
                   ADD 1 TO WS-NO-EMAIL-COUNT
               WHEN EMAIL-INVALID-FLAG = "I"
                   ADD 1 TO WS-BOUNCED-COUNT
               WHEN OTHER
                   MOVE EMAIL TO WS-EMAIL-INPUT
                   PERFORM CHECK-VALID-EMAIL
                   IF NOT EMAIL-IS-OK
                       ADD 1 TO WS-BAD-EMAIL-COUNT
                   ELSE
                       PERFORM COMPUTE-EFFECTIVE-AGE
                       PERFORM CHECK-REPRESENTED
                       IF PERSON-IS-REPRESENTED
                           ADD 1 TO WS-REPRESENTED-COUNT
                       ELSE
                           PERFORM SELECT-UNDER-PRESSURE
                       END-IF
                   END-IF
           END-EVALUATE.

       SELECT-UNDER-PRESSURE.
      * Contacted more often than CONTACT_LIMIT allows over the
      * period : left out of this campaign and counted.
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE "TESTE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           IF CTR-RESULT = "Y"
               ADD 1 TO WS-PRESSURE-COUNT
           ELSE
               PERFORM WRITE-CSV-LINE
               MOVE PERSON-ID TO CTR-PERSON-ID
               MOVE "ENVOI" TO CTR-ACTION
               CALL "ContactLog" USING CONTACT-REQUEST
               END-CALL
           END-IF.

       OPEN-CONTACT-CAMPAIGN.
      * The run is registered as a campaign. CAMPAIGN_PURPOSE says
      * what it is for ; CONTACT_LIMIT, when set, leaves out anyone
      * already contacted more than that many times over the last
      * CONTACT_PERIOD days (30 when unset).
           DISPLAY "CAMPAIGN_PURPOSE" UPON ENVIRONMENT-NAME
           ACCEPT CTR-PURPOSE FROM ENVIRONMENT-VALUE
           IF CTR-PURPOSE = SPACES
               MOVE "CAMPAGNE COURRIEL" TO CTR-PURPOSE
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
           MOVE "EmailExtract" TO CTR-PROGRAM
           MOVE "E" TO CTR-CHANNEL
           MOVE WS-BUSINESS-DATE TO CTR-DATE
           MOVE "OUVRE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       CHECK-VALID-EMAIL.
      * A usable mailbox : exactly one "@", neither first nor last
      * significant character - the rule PersonMaint.cbl applies when
      * the mailbox is keyed, so older records keyed before it are
      * caught here.
           MOVE "N" TO WS-EMAIL-OK
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-EMAIL-INPUT TALLYING WS-AT-COUNT FOR ALL "@"
           COMPUTE WS-EMAIL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-INPUT))
           IF WS-AT-COUNT = 1
               AND WS-EMAIL-LEN >= 3
               AND WS-EMAIL-INPUT(1:1) NOT = "@"
               AND WS-EMAIL-INPUT(WS-EMAIL-LEN:1) NOT = "@"
               MOVE "Y" TO WS-EMAIL-OK
           END-IF.

       CHECK-REPRESENTED.
      * A parent answers for a person under 18 ; a tuteur or curateur
      * is the protection measure itself and answers at any age.
           MOVE "N" TO WS-REPRESENTED
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REL-TALLY OR PERSON-IS-REPRESENTED
               IF WS-RL-PERSON-ID(WS-RLX) = PERSON-ID
                   AND (WS-RL-TYPE(WS-RLX) = "T"
                       OR WS-RL-TYPE(WS-RLX) = "C"
                       OR (WS-RL-TYPE(WS-RLX) = "P"
                           AND WS-EFFECTIVE-AGE < 18))
                   MOVE "Y" TO WS-REPRESENTED
               END-IF
           END-PERFORM.

       WRITE-CSV-LINE.
           MOVE WS-EFFECTIVE-AGE TO WS-AGE-EDIT
           MOVE SPACES TO CSV_RECORD
           STRING FUNCTION TRIM(NOM) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AGE-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(VILLE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PERSON-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(EMAIL) DELIMITED BY SIZE
               INTO CSV_RECORD
           END-STRING
           WRITE CSV_RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-EFFECTIVE-AGE TO WS-CTL-HASH.

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

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL_FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE email_extract.csv.ctl "
                   "- STATUS " WS-CONTROL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE
               MOVE WS-EXTRACT-COUNT TO CTL-RECORD-COUNT
               MOVE WS-CTL-HASH TO CTL-AGE-HASH
               WRITE CONTROL_RECORD
               CLOSE CONTROL_FILE
           END-IF.

       COMPUTE-EFFECTIVE-AGE.
      * Current age derived from the date of birth when the record
      * carries one ; records without a date of birth fall back to
      * the stored AGE snapshot.
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
