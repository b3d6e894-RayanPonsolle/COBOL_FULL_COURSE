      ******************************************************************
      * Name : VerifyMailing.cbl
      * Author: RayanPonsolle
      * Yearly "check your details" campaign, first half : every
      * active person on the people file is sent a printed statement
      * of what we hold about them - name, civility, date of birth
      * (marked when it is only an estimate, as ConvertDob.cbl left
      * many), address, telephone, e-mail, contact preference and
      * the date they were registered - with a reply slip carrying
      * their person number, to be sent back ticked or corrected.
      * The slips are keyed through VerifyResponse.cbl and the
      * campaign followed with VerifyFollowUp.cbl.
      * The statement is built the AttestLetter.cbl way from
      * verify_template.txt : column 1 is a directive - blank or T
      * for the text in columns 2-81, #N the name, #A the address
      * block, #D the on-file-since line, #J the date, #S the
      * salutation, #F the data held, #R the reply slip, * a
      * comment. Without the file a built-in default applies. A
      * minor, or a person under tutelle or curatelle, is written to
      * through the representative found in relations.dat, as in
      * AttestLetter.cbl. Each statement starts on a new page.
      * Every person is entered in verif_register.txt (VRFREC.cpy)
      * for the campaign year - the year of the business date - as
      * sent, or as not sent with the reason when the person is
      * under a do-not-contact flag, has an NPAI address or an
      * incomplete one (and no representative to write to).
      * Deceased and departed people are left out. The campaign is
      * booked through ContactLog.cbl (purpose VERIFICATION, one
      * contact per statement) and the run audited (VERIFE).
      * A year is issued once : a second full run for the same year
      * is refused. VERIFY_PERSON names one person number to print
      * alone - a lost statement, a late registration, or an address
      * put right since the campaign - and enters or updates that
      * person in the register.
      * Printed to verify_statements.prt (PRINT_FILE). RETURN-CODE 0
      * issued, 4 nothing to print, 12 refused or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyMailing.

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

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT TEMPLATE_FILE ASSIGN TO "verify_template.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

           SELECT REGISTER_FILE ASSIGN TO "verif_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "verif_register.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  TEMPLATE_FILE.
       01  TEMPLATE-RECORD.
           05 TPL-DIRECTIVE PIC X.
           05 TPL-TEXT PIC X(80).

       FD  REGISTER_FILE.
           COPY VRFREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(126).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "verify_statements.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-TEMPLATE-FILE-STATUS PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-REGISTER-NAME PIC X(24) VALUE "verif_register.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "verif_register.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "VerifyMailing".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  FILE-END PIC 9.
       01  WS-CHAIN-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-YMD REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-TODAY-DISPLAY PIC X(10).
       01  WS-CAMPAIGN-YEAR PIC 9(4).
       01  WS-FORM-FEED PIC X VALUE X"0C".
       01  WS-FIRST-STATEMENT PIC X VALUE "Y".

      * One person or the whole file.
       01  WS-SINGLE-INPUT PIC X(6).
       01  WS-SINGLE-ID PIC 9(6) VALUE 0.
       01  WS-SINGLE-MODE PIC X VALUE "N".
           88 SINGLE-PERSON VALUE "Y".
       01  WS-YEAR-ENTRIES PIC 9(6) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE "N".
           88 ENTRY-ON-REGISTER VALUE "Y".
       01  WS-ENTRY-STATE PIC X.
       01  WS-CURRENT-ID PIC 9(6).
       01  WS-NOT-SENT-REASON PIC X(30).
       01  WS-NEW-STATE PIC X.

      * The template, read once for the whole run.
       01  WS-TEMPLATE-TABLE.
           05 WS-TPL-LINE OCCURS 200 TIMES.
               10 WS-TPL-DIRECTIVE PIC X.
               10 WS-TPL-TEXT PIC X(80).
       01  WS-TPL-COUNT PIC 9(3) VALUE 0.
       01  WS-TX PIC 9(3).
       01  WS-TEMPLATE-USED PIC X VALUE "N".

      * Representative, as AttestLetter.cbl finds it.
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-PERSON-SAVE PIC X(233).
       01  WS-RELATIONS-OPEN PIC X VALUE "N".
       01  WS-DATA-MOVED PIC X VALUE "N".
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

      * Statement lines.
       01  WS-FIELD-LABEL PIC X(22).
       01  WS-FIELD-VALUE PIC X(60).
       01  WS-DOB-NOTE PIC X(30).

      * Totals.
       01  WS-CAMPAIGN-OPEN PIC X VALUE "N".
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-MAILED-COUNT PIC 9(6) VALUE 0.
       01  WS-VIA-REP-COUNT PIC 9(6) VALUE 0.
       01  WS-ESTIMATED-COUNT PIC 9(6) VALUE 0.
       01  WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-NPAI-COUNT PIC 9(6) VALUE 0.
       01  WS-INCOMPLETE-COUNT PIC 9(6) VALUE 0.
       01  WS-AUDIT-NOM PIC X(20).
       01  WS-AUDIT-TEXT PIC X(20).
           COPY CTRREQ.

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
           MOVE WS-DW-YY TO WS-CAMPAIGN-YEAR.
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "verify_statements.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "VERIFY_PERSON" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SINGLE-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-SINGLE-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SINGLE-INPUT) NOT = 0
                   DISPLAY "VERIFY_PERSON INVALIDE : " WS-SINGLE-INPUT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-SINGLE-INPUT) TO WS-SINGLE-ID
               MOVE "Y" TO WS-SINGLE-MODE
           END-IF.

           PERFORM SCAN-REGISTER.
           IF WS-YEAR-ENTRIES > 0 AND NOT SINGLE-PERSON
               DISPLAY "CAMPAGNE " WS-CAMPAIGN-YEAR " DEJA EMISE ("
                   WS-YEAR-ENTRIES " PERSONNES AU REGISTRE)."
               DISPLAY "REIMPRESSION D'UN RELEVE : VERIFY_PERSON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-TEMPLATE.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RELATION_FILE.
           IF WS-RELATION-FILE-STATUS = "00"
               MOVE "Y" TO WS-RELATIONS-OPEN
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-INPUTS
               GOBACK
           END-IF.

      * A person already entered this year is updated in place
      * afterwards ; every other entry is appended as it comes.
           IF NOT ENTRY-ON-REGISTER
               OPEN EXTEND REGISTER_FILE
               IF WS-REGISTER-FILE-STATUS = "35"
                   OPEN OUTPUT REGISTER_FILE
               END-IF
               IF WS-REGISTER-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE verif_register.txt - "
                       "STATUS " WS-REGISTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE PRINT_FILE
                   PERFORM CLOSE-INPUTS
                   GOBACK
               END-IF
           END-IF.

           IF SINGLE-PERSON
               PERFORM ISSUE-ONE-PERSON
           ELSE
               PERFORM ISSUE-WHOLE-FILE
           END-IF.

           IF NOT ENTRY-ON-REGISTER
               CLOSE REGISTER_FILE
           END-IF.
           CLOSE PRINT_FILE.
           PERFORM CLOSE-INPUTS.

           IF ENTRY-ON-REGISTER AND WS-NEW-STATE NOT = SPACE
               PERFORM REWRITE-REGISTER
           END-IF.

           IF WS-CAMPAIGN-OPEN = "Y"
               MOVE WS-MAILED-COUNT TO CTR-PIECES
               MOVE "FERME" TO CTR-ACTION
               CALL "ContactLog" USING CONTACT-REQUEST
               END-CALL
           END-IF.

           PERFORM WRITE-CAMPAIGN-AUDIT.
           PERFORM DISPLAY-TOTALS.
           IF WS-MAILED-COUNT = 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       SCAN-REGISTER.
      * Counts the entries of the campaign year and finds the one of
      * the person asked for, if any.
           MOVE 0 TO WS-YEAR-ENTRIES
           MOVE SPACE TO WS-NEW-STATE
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF VRF-YEAR = WS-CAMPAIGN-YEAR
                               ADD 1 TO WS-YEAR-ENTRIES
                               IF SINGLE-PERSON
                                   AND VRF-PERSON-ID = WS-SINGLE-ID
                                   MOVE "Y" TO WS-ENTRY-FOUND
                                   MOVE VRF-STATE TO WS-ENTRY-STATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF.

       LOAD-TEMPLATE.
           MOVE 0 TO WS-TPL-COUNT
           OPEN INPUT TEMPLATE_FILE
           IF WS-TEMPLATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-TEMPLATE-USED
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ TEMPLATE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-TPL-COUNT < 200
                               ADD 1 TO WS-TPL-COUNT
                               MOVE TEMPLATE-RECORD
                                   TO WS-TPL-LINE(WS-TPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE_FILE
               IF WS-TPL-COUNT = 200
                   DISPLAY "AVERTISSEMENT : verify_template.txt "
                       "LIMITE A 200 LIGNES"
               END-IF
           END-IF.

       CLOSE-INPUTS.
           CLOSE DATA_FILE
           IF WS-RELATIONS-OPEN = "Y"
               CLOSE RELATION_FILE
           END-IF.

       ISSUE-WHOLE-FILE.
           MOVE 0 TO PERSON-ID
           MOVE 1 TO FILE-END
           START DATA_FILE KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   MOVE 0 TO FILE-END
           END-START
           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           ADD 1 TO WS-READ-COUNT
                           PERFORM ISSUE-PERSON
                           PERFORM REPOSITION-AFTER-PERSON
                       END-IF
               END-READ
           END-PERFORM.

       REPOSITION-AFTER-PERSON.
      * Looking up a representative reads the people file at random,
      * which loses the place in the sequential pass.
           IF WS-DATA-MOVED = "Y"
               MOVE WS-CURRENT-ID TO PERSON-ID
               START DATA_FILE KEY IS GREATER THAN PERSON-ID
                   INVALID KEY
                       MOVE 0 TO FILE-END
               END-START
           END-IF.

       ISSUE-ONE-PERSON.
           MOVE WS-SINGLE-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY "NON TROUVE : NUMERO " WS-SINGLE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-READ-COUNT
                   IF ENTRY-ON-REGISTER
                       DISPLAY "DEJA AU REGISTRE " WS-CAMPAIGN-YEAR
                           " (ETAT " WS-ENTRY-STATE ") : DUPLICATA"
                   END-IF
                   PERFORM ISSUE-PERSON
           END-READ.

       ISSUE-PERSON.
           MOVE PERSON-ID TO WS-CURRENT-ID
           MOVE "N" TO WS-DATA-MOVED
           IF STATUT = "D" OR STATUT = "P"
               ADD 1 TO WS-INACTIVE-COUNT
               IF SINGLE-PERSON
                   DISPLAY "PERSONNE DECEDEE OU PARTIE, PAS DE RELEVE."
               END-IF
           ELSE
               PERFORM FIND-REPRESENTATIVE
               PERFORM CHECK-MAILABLE
               IF WS-NOT-SENT-REASON = SPACES
                   PERFORM PRINT-STATEMENT
                   PERFORM BOOK-STATEMENT-CONTACT
                   MOVE "E" TO WS-NEW-STATE
               ELSE
                   MOVE "N" TO WS-NEW-STATE
                   IF SINGLE-PERSON
                       DISPLAY "RELEVE NON ENVOYE : "
                           WS-NOT-SENT-REASON
                   END-IF
               END-IF
      * A duplicate leaves an answered entry as it stands.
               IF ENTRY-ON-REGISTER
                   IF WS-ENTRY-STATE NOT = "N"
                       MOVE SPACE TO WS-NEW-STATE
                   END-IF
               ELSE
                   PERFORM WRITE-REGISTER-ENTRY
               END-IF
           END-IF.

       CHECK-MAILABLE.
      * Without a representative the person's own address must be
      * usable : not returned NPAI, with a first line and a postcode.
           MOVE SPACES TO WS-NOT-SENT-REASON
           EVALUATE TRUE
               WHEN CONTACT-PREF = "N"
                   MOVE "OPPOSITION AU CONTACT" TO WS-NOT-SENT-REASON
                   ADD 1 TO WS-OPTOUT-COUNT
               WHEN REP-FOUND
                   CONTINUE
               WHEN ADR-INVALID-FLAG = "I"
                   MOVE "ADRESSE NPAI" TO WS-NOT-SENT-REASON
                   ADD 1 TO WS-NPAI-COUNT
               WHEN ADR-LIGNE-1 = SPACES OR CODE-POSTAL = SPACES
                   MOVE "ADRESSE INCOMPLETE" TO WS-NOT-SENT-REASON
                   ADD 1 TO WS-INCOMPLETE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REGISTER-ENTRY.
           MOVE WS-CAMPAIGN-YEAR TO VRF-YEAR
           MOVE PERSON-ID TO VRF-PERSON-ID
           MOVE NOM TO VRF-NOM
           MOVE VILLE TO VRF-VILLE
           MOVE WS-NEW-STATE TO VRF-STATE
           IF WS-NEW-STATE = "E"
               MOVE WS-BUSINESS-DATE TO VRF-SENT-DATE
           ELSE
               MOVE 0 TO VRF-SENT-DATE
           END-IF
           MOVE 0 TO VRF-REPLY-DATE
           MOVE 0 TO VRF-CONFIRMED-DATE
           MOVE "N" TO VRF-DOB-CONFIRMED
           MOVE SPACES TO VRF-TX-REF
           MOVE WS-NOT-SENT-REASON TO VRF-REASON
           MOVE WS-OPERATOR-ID TO VRF-OPERATOR
           WRITE VERIF-RECORD
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE verif_register.txt - STATUS "
                   WS-REGISTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       REWRITE-REGISTER.
      * The person's entry, not sent at the campaign, is now sent.
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               OPEN OUTPUT KEEP_FILE
               IF WS-KEEP-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE verif_register.tmp - "
                       "STATUS " WS-KEEP-FILE-STATUS
                   CLOSE REGISTER_FILE
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM KEEP-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
                   CLOSE KEEP_FILE
                   PERFORM COPY-REGISTER-BACK
               END-IF
           END-IF.

       KEEP-REGISTER-ENTRY.
           IF VRF-YEAR = WS-CAMPAIGN-YEAR
               AND VRF-PERSON-ID = WS-SINGLE-ID
               AND VRF-NOT-SENT
               MOVE WS-NEW-STATE TO VRF-STATE
               IF WS-NEW-STATE = "E"
                   MOVE WS-BUSINESS-DATE TO VRF-SENT-DATE
                   MOVE SPACES TO VRF-REASON
               ELSE
                   MOVE WS-NOT-SENT-REASON TO VRF-REASON
               END-IF
               MOVE WS-OPERATOR-ID TO VRF-OPERATOR
           END-IF
           MOVE VERIF-RECORD TO KEEP_RECORD
           WRITE KEEP_RECORD.

       COPY-REGISTER-BACK.
           CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-REGISTER-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR REECRITURE verif_register.txt - RC "
                   WS-COPY-RC
               MOVE 12 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.

       FIND-REPRESENTATIVE.
      * A parent answers for a person under 18, a tuteur or curateur
      * at any age ; the first linked representative who can receive
      * mail is taken. The person's record is put back afterwards.
           MOVE "N" TO WS-REP-STATE
           PERFORM COMPUTE-EFFECTIVE-AGE
           IF WS-RELATIONS-OPEN = "Y"
               MOVE FILE_DATA TO WS-PERSON-SAVE
               MOVE 0 TO WS-CHAIN-END
               MOVE WS-CURRENT-ID TO REL-PERSON-ID
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
                           IF REL-PERSON-ID NOT = WS-CURRENT-ID
                               MOVE 1 TO WS-CHAIN-END
                           ELSE
                               PERFORM CHECK-ONE-LINK
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-PERSON-SAVE TO FILE_DATA
           END-IF.

       CHECK-ONE-LINK.
           IF REL-START-DATE <= WS-BUSINESS-DATE
               AND (REL-END-DATE = 0
                   OR REL-END-DATE >= WS-BUSINESS-DATE)
               AND (REL-TYPE = "T" OR REL-TYPE = "C"
                   OR (REL-TYPE = "P" AND WS-EFFECTIVE-AGE < 18))
               MOVE "X" TO WS-REP-STATE
               MOVE "Y" TO WS-DATA-MOVED
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

       COMPUTE-EFFECTIVE-AGE.
      * Age at last birthday from the date of birth when on file,
      * the stored AGE otherwise - the MailingExtract.cbl rule.
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               COMPUTE WS-EFFECTIVE-AGE-W =
                   (WS-BUSINESS-DATE - DATE-NAISSANCE) / 10000
               IF WS-EFFECTIVE-AGE-W > 99
                   MOVE 99 TO WS-EFFECTIVE-AGE
               ELSE
                   MOVE WS-EFFECTIVE-AGE-W TO WS-EFFECTIVE-AGE
               END-IF
           ELSE
               MOVE AGE TO WS-EFFECTIVE-AGE
           END-IF.

       PRINT-STATEMENT.
      * Each statement after the first starts on a new page.
           IF WS-FIRST-STATEMENT = "Y"
               MOVE "N" TO WS-FIRST-STATEMENT
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-FORM-FEED TO PRINT-LINE(1:1)
               WRITE PRINT-LINE
           END-IF
           IF WS-TEMPLATE-USED = "Y"
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TPL-COUNT
                   PERFORM APPLY-TEMPLATE-LINE
               END-PERFORM
           ELSE
               PERFORM PRINT-DEFAULT-STATEMENT
           END-IF
           ADD 1 TO WS-MAILED-COUNT
           IF REP-FOUND
               ADD 1 TO WS-VIA-REP-COUNT
           END-IF
           IF DATE-NAISSANCE-FLAG = "E"
               ADD 1 TO WS-ESTIMATED-COUNT
           END-IF.

       APPLY-TEMPLATE-LINE.
           EVALUATE WS-TPL-DIRECTIVE(WS-TX)
               WHEN "*"
                   CONTINUE
               WHEN "#"
                   PERFORM APPLY-TEMPLATE-DIRECTIVE
               WHEN OTHER
                   MOVE WS-TPL-TEXT(WS-TX) TO PRINT-LINE
                   WRITE PRINT-LINE
           END-EVALUATE.

       APPLY-TEMPLATE-DIRECTIVE.
           EVALUATE WS-TPL-TEXT(WS-TX)(1:1)
               WHEN "N"
                   PERFORM PRINT-NAME-LINE
               WHEN "A"
                   PERFORM PRINT-ADDRESS-BLOCK
               WHEN "D"
                   PERFORM PRINT-SINCE-LINE
               WHEN "J"
                   PERFORM PRINT-TODAY-LINE
               WHEN "S"
                   PERFORM PRINT-SALUTATION-LINE
               WHEN "F"
                   PERFORM PRINT-DATA-HELD
               WHEN "R"
                   PERFORM PRINT-REPLY-SLIP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-NAME-LINE.
           MOVE SPACES TO PRINT-LINE
           STRING "   " FUNCTION TRIM(NOM)
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
           WRITE PRINT-LINE
           IF ADR-LIGNE-2 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "   " ADR-LIGNE-2
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "   " CODE-POSTAL " " VILLE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SINCE-LINE.
           MOVE CAPTURE-DATE TO WS-DATE-YMD
           PERFORM FORMAT-DATE
           MOVE SPACES TO PRINT-LINE
           STRING "   INSCRIT(E) AU FICHIER DEPUIS LE "
               WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-TODAY-LINE.
           MOVE SPACES TO PRINT-LINE
           STRING "   FAIT LE " WS-TODAY-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       FORMAT-DATE.
           IF WS-DATE-YMD IS NUMERIC AND WS-DATE-YMD > 0
               MOVE SPACES TO WS-DATE-DISPLAY
               STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                   DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           ELSE
               MOVE "INCONNUE" TO WS-DATE-DISPLAY
           END-IF.

       PRINT-DATA-HELD.
      * What the file holds, one field a line ; a blank field says
      * so, and the date of birth says when it is only an estimate.
           MOVE "NUMERO DE PERSONNE" TO WS-FIELD-LABEL
           MOVE PERSON-ID TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           MOVE "NOM" TO WS-FIELD-LABEL
           MOVE NOM TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           MOVE "CIVILITE" TO WS-FIELD-LABEL
           EVALUATE CIVILITE
               WHEN "M"
                   MOVE "MONSIEUR" TO WS-FIELD-VALUE
               WHEN "F"
                   MOVE "MADAME" TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-FIELD-VALUE
           END-EVALUATE
           PERFORM PRINT-FIELD-LINE
           MOVE "DATE DE NAISSANCE" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               MOVE DATE-NAISSANCE TO WS-DATE-YMD
               PERFORM FORMAT-DATE
               IF DATE-NAISSANCE-FLAG = "E"
                   MOVE "(ESTIMEE - MERCI DE CONFIRMER)"
                       TO WS-DOB-NOTE
               ELSE
                   MOVE SPACES TO WS-DOB-NOTE
               END-IF
               STRING WS-DATE-DISPLAY " " WS-DOB-NOTE
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE
           MOVE "ADRESSE" TO WS-FIELD-LABEL
           MOVE ADR-LIGNE-1 TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           IF ADR-LIGNE-2 NOT = SPACES
               MOVE SPACES TO WS-FIELD-LABEL
               MOVE ADR-LIGNE-2 TO WS-FIELD-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           MOVE SPACES TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING CODE-POSTAL " " VILLE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           IF ADR-INVALID-FLAG = "I"
               MOVE ADR-INVALID-DATE TO WS-DATE-YMD
               PERFORM FORMAT-DATE
               MOVE SPACES TO WS-FIELD-VALUE
               STRING "(COURRIER REVENU NPAI LE " WS-DATE-DISPLAY ")"
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           MOVE "TELEPHONE" TO WS-FIELD-LABEL
           MOVE TELEPHONE TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           MOVE "COURRIEL" TO WS-FIELD-LABEL
           MOVE EMAIL TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE
           IF EMAIL-INVALID-FLAG = "I"
               MOVE SPACES TO WS-FIELD-LABEL
               MOVE "(ADRESSE EN ERREUR CHEZ LE FOURNISSEUR)"
                   TO WS-FIELD-VALUE
               PERFORM PRINT-FIELD-LINE
           END-IF
           MOVE "SOLLICITATIONS" TO WS-FIELD-LABEL
           IF CONTACT-PREF = "N"
               MOVE "REFUSEES" TO WS-FIELD-VALUE
           ELSE
               MOVE "ACCEPTEES" TO WS-FIELD-VALUE
           END-IF
           PERFORM PRINT-FIELD-LINE
           MOVE "INSCRIT(E) LE" TO WS-FIELD-LABEL
           MOVE CAPTURE-DATE TO WS-DATE-YMD
           PERFORM FORMAT-DATE
           MOVE WS-DATE-DISPLAY TO WS-FIELD-VALUE
           PERFORM PRINT-FIELD-LINE.

       PRINT-FIELD-LINE.
           IF WS-FIELD-VALUE = SPACES
               MOVE "NON RENSEIGNE" TO WS-FIELD-VALUE
           END-IF
           MOVE SPACES TO PRINT-LINE
           IF WS-FIELD-LABEL = SPACES
               STRING "   " WS-FIELD-LABEL "  " WS-FIELD-VALUE
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "   " WS-FIELD-LABEL ": " WS-FIELD-VALUE
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       PRINT-REPLY-SLIP.
      * The slip is keyed back by its person number ; the boxes and
      * dotted lines follow the order of the VerifyResponse.cbl
      * screen.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE ALL "- " TO PRINT-LINE(4:64)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "   COUPON-REPONSE - VERIFICATION " WS-CAMPAIGN-YEAR
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "   NUMERO DE PERSONNE : " PERSON-ID "   NOM : "
               FUNCTION TRIM(NOM)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   [ ] LES INFORMATIONS CI-DESSUS SONT EXACTES"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   [ ] MA DATE DE NAISSANCE CI-DESSUS EST EXACTE"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   CORRECTIONS (NE REMPLIR QUE CE QUI CHANGE) :"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   NOM ..........................................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   CIVILITE (MADAME / MONSIEUR) .................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   DATE DE NAISSANCE ..../..../........"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   ADRESSE ......................................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   ..............................................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   CODE POSTAL ........ VILLE ...................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   TELEPHONE ....................................."
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   COURRIEL ......................................"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   [ ] JE NE SOUHAITE PLUS ETRE SOLLICITE(E)"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "   DATE ET SIGNATURE :" TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-DEFAULT-STATEMENT.
           PERFORM PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-TODAY-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "      VERIFICATION DE VOS INFORMATIONS" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-SALUTATION-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "   VOICI LES INFORMATIONS QUE NOUS DETENONS SUR"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-NAME-LINE.
           MOVE "   MERCI DE LES VERIFIER ET DE NOUS RETOURNER LE"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "   COUPON CI-DESSOUS, COCHE OU CORRIGE."
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-DATA-HELD.
           PERFORM PRINT-REPLY-SLIP.

       BOOK-STATEMENT-CONTACT.
      * The campaign is opened with the first statement printed ;
      * each statement is booked under the person it is about, even
      * when it went to the representative.
           IF WS-CAMPAIGN-OPEN NOT = "Y"
               MOVE "VERIFICATION" TO CTR-PURPOSE
               MOVE 0 TO CTR-LIMIT
               MOVE 0 TO CTR-PERIOD
               MOVE "VerifyMailing" TO CTR-PROGRAM
               MOVE "L" TO CTR-CHANNEL
               MOVE WS-BUSINESS-DATE TO CTR-DATE
               MOVE "OUVRE" TO CTR-ACTION
               CALL "ContactLog" USING CONTACT-REQUEST
               END-CALL
               MOVE "Y" TO WS-CAMPAIGN-OPEN
           END-IF
           MOVE WS-CURRENT-ID TO CTR-PERSON-ID
           MOVE "ENVOI" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       WRITE-CAMPAIGN-AUDIT.
           OPEN EXTEND AUDIT_LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF SINGLE-PERSON
                   MOVE NOM TO WS-AUDIT-NOM
               ELSE
                   MOVE "CAMPAGNE VERIF" TO WS-AUDIT-NOM
               END-IF
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "ANNEE " WS-CAMPAIGN-YEAR
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE "VERIFE" TO AUD-ACTION
               MOVE WS-AUDIT-NOM TO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE WS-AUDIT-TEXT TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "RELEVES " WS-MAILED-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               MOVE WS-AUDIT-TEXT TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.

       DISPLAY-TOTALS.
           DISPLAY "VERIFICATION DES DONNEES - CAMPAGNE "
               WS-CAMPAIGN-YEAR.
           DISPLAY "------------------------------------".
           DISPLAY "PERSONNES LUES                " WS-READ-COUNT.
           DISPLAY "RELEVES IMPRIMES              " WS-MAILED-COUNT.
           DISPLAY "  DONT VIA UN REPRESENTANT    " WS-VIA-REP-COUNT.
           DISPLAY "  DONT NAISSANCE ESTIMEE      " WS-ESTIMATED-COUNT.
           DISPLAY "NON ENVOYES - OPPOSITION      " WS-OPTOUT-COUNT.
           DISPLAY "NON ENVOYES - ADRESSE NPAI    " WS-NPAI-COUNT.
           DISPLAY "NON ENVOYES - ADR. INCOMPLETE "
               WS-INCOMPLETE-COUNT.
           DISPLAY "DECEDES OU PARTIS, ECARTES    " WS-INACTIVE-COUNT.
           DISPLAY "RELEVES DANS " WS-PRINT-FILENAME.
