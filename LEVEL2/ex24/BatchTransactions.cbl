      * filecount.ckp : an interrupted run resumes at the first
      * unapplied transaction with the earlier rejects kept, and a
      * clean run removes the checkpoint.
      * A status change whose effective date, or the date of the
      * status it replaces, lies in a month closed by
      * MonthEndClose.cbl (PeriodCheck.cbl) is rejected as PERIODE
      * CLOTUREE ; everything else takes effect today, in the open
      * business month.
      * Beside the NOM-keyed lines the file may carry transactions
      * in the person-number format (TXIDREC.cpy) : IDUPD and IDDEL
      * reach the record through its PERSON-ID, so homonyms are no
      * longer a matter for the steward, and IDUPD can change every
      * field the desks maintain - NOM, AGE, VILLE, the address
      * lines, CODE-POSTAL, DATE-NAISSANCE, TELEPHONE, EMAIL,
      * CONTACT-PREF, STATUT with its date and CIVILITE - each
      * behind its own leave-unchanged marker. The checks are
      * PersonMaint's : the approved VILLE, a CODE-POSTAL the postal
      * reference accepts for the VILLE, a plausible date of birth,
      * ten telephone digits, one "@" in a mailbox, a status date in
      * an open month, a civility of M, F or blank.
      * One failing field rejects the whole transaction. A changed
      * address or mailbox lifts the NPAI or bounce hold, as at the
      * desk. The transaction reference is carried into the audit
      * record and the reject line. An IDUPD that sets the
      * do-not-contact flag is booked through ContactLog.cbl as an
      * opt-out of the last campaign that reached the person.
      * transactions.txt goes through FileReception.cbl (source
      * TRANSACTIONS) before it is opened : a file identical to one
      * already applied is refused (RC 12), an empty or unusually
      * short one is held (RC 8) unless reception_sources.txt says
      * an empty night is normal. The file is registered as applied
      * when the run ends cleanly ; a resumed run is simply received
      * again.
      * A program that builds its own transaction file and CALLs
      * this run (VerifyResponse.cbl) names it in TRANSACTION_FILE,
      * the source it is received under in TRANSACTION_SOURCE and
      * its own reject file in TRANSACTION_REJECTS, so its rejects
      * do not land in the steward's transaction_rejects.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchTransactions.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REJECT_FILE ASSIGN TO WS-REJECT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

           05 TX-NOM PIC A(20).
           05 TX-AGE-INPUT PIC X(3).
           05 TX-VILLE PIC A(20).
           COPY TXIDREC.

       FD  REJECT_FILE.
       01  REJECT_RECORD.
           05 REJ-AGE-INPUT PIC X(3).
           05 REJ-VILLE PIC A(20).
           05 REJ-REASON PIC X(30).
           05 REJ-TX-REF PIC X(12).
           05 REJ-PERSON-ID PIC X(6).

       FD  AUDIT_LOG.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-TRANSACTION-FILENAME PIC X(60) VALUE "transactions.txt".
       01  WS-REJECT-FILENAME PIC X(60)
           VALUE "transaction_rejects.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-TRANS-FILE-STATUS PIC XX.
       01  WS-REJECT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "BatchTransactions".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "TRANSACTIONS".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-PERIOD-DATE PIC 9(8).
       01  WS-PERIOD-RESULT PIC X.
       01  WS-CTL-ACTION PIC X.
       01  WS-CTL-COUNT PIC S9(6).
       01  WS-CTL-HASH PIC S9(8).
       01  WS-LINE-NO PIC 9(6) VALUE 0.
       01  WS-SKIP-TO PIC 9(6) VALUE 0.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
           COPY CTRREQ.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-NEW-AGE PIC 99.
       01  WS-AGE-GIVEN PIC X.
       01  WS-VIX PIC 9(4).
       01  WS-VILLE-OK PIC X VALUE "N".
           88 VILLE-IS-OK VALUE "Y".
       01  WS-AGE-INPUT PIC X(3).
       01  WS-VILLE-INPUT PIC A(20).
       01  WS-NOM-INPUT PIC A(20).
       01  WS-TX-FORMAT PIC X.
           88 ID-FORMAT-TX VALUE "I".
       01  WS-TX-REF PIC X(12).
       01  WS-REJ-PERSON-ID PIC X(6).
       01  WS-REJ-NOM PIC A(20).
       01  WS-TX-REASON PIC X(30).
       01  WS-MARK-COUNT PIC 9(2).
       01  WS-OLD-ADR1 PIC X(30).
       01  WS-OLD-CP PIC X(5).
       01  WS-OLD-EMAIL PIC X(40).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-DOB-INPUT PIC X(8).
       01  WS-DOB-OK PIC X VALUE "N".
           88 DOB-IS-OK VALUE "Y".
       01  WS-DOB-W PIC 9(8).
       01  WS-DOB-MM PIC 9(2).
       01  WS-DOB-DD PIC 9(2).
       01  WS-DERIVED-AGE PIC S9(4).
       01  WS-EMAIL-INPUT PIC X(40).
       01  WS-AT-COUNT PIC 9(2).
       01  WS-EMAIL-LEN PIC 9(2).
       01  WS-STATUS-DATE PIC 9(8).
       01  WS-CP-INPUT PIC X(5).
       01  WS-ADR-1-INPUT PIC X(30).
       01  WS-PC-ACTION PIC X.
       01  WS-PC-RESULT PIC X.
       01  WS-PC-KEYS.
           05 WS-PC-COMMUNE-KEY PIC X(20).
           05 WS-PC-VOIE-KEY PIC X(30).
       01  WS-PC-COMMUNES.
           05 WS-PC-COMMUNE-COUNT PIC 99.
           05 WS-PC-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN.
               MOVE "transactions.txt" TO WS-TRANSACTION-FILENAME
           END-IF.

           DISPLAY "TRANSACTION_SOURCE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RCV-SOURCE FROM ENVIRONMENT-VALUE.
           IF WS-RCV-SOURCE = SPACES
               MOVE "TRANSACTIONS" TO WS-RCV-SOURCE
           END-IF.

           DISPLAY "TRANSACTION_REJECTS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REJECT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-REJECT-FILENAME = SPACES
               MOVE "transaction_rejects.txt" TO WS-REJECT-FILENAME
           END-IF.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-TRANSACTION-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.
           IF WS-RCV-RESULT = "V" OR WS-RCV-RESULT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RCV-RESULT NOT = "A" AND WS-RCV-RESULT NOT = "F"
               AND WS-RCV-RESULT NOT = "M"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TRANSACTION_FILE.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-TRANSACTION-FILENAME
               OPEN OUTPUT REJECT_FILE
           END-IF.
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-REJECT-FILENAME
                   " - STATUS " WS-REJECT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE TRANSACTION_FILE
               GOBACK
           CLOSE AUDIT_LOG.
           PERFORM RELEASE-UPDATE-LOCK.

           MOVE "T" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-TRANSACTION-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.

           PERFORM PRINT-TOTALS.
           GOBACK.

           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TX-REF WS-REJ-PERSON-ID WS-REJ-NOM
           EVALUATE TX-ACTION
               WHEN "IDUPD"
               WHEN "IDDEL"
                   MOVE "I" TO WS-TX-FORMAT
                   PERFORM APPLY-ID-TRANSACTION
               WHEN OTHER
                   MOVE "N" TO WS-TX-FORMAT
                   PERFORM APPLY-NOM-TRANSACTION
           END-EVALUATE.

       APPLY-NOM-TRANSACTION.
           MOVE FUNCTION TRIM(TX-NOM) TO TX-NOM
           MOVE FUNCTION TRIM(TX-VILLE) TO TX-VILLE
           EVALUATE TX-ACTION
               MOVE "NOM A BLANC" TO REJ-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE TX-AGE-INPUT TO WS-AGE-INPUT
               MOVE TX-VILLE TO WS-VILLE-INPUT
               PERFORM VALIDATE-AGE
               IF NOT AGE-WAS-GIVEN
                   ADD 1 TO WS-REJECTED-ADD
               MOVE 0 TO STATUT-DATE
               MOVE SPACE TO ADR-INVALID-FLAG
               MOVE 0 TO ADR-INVALID-DATE
               MOVE SPACE TO EMAIL-INVALID-FLAG
               MOVE 0 TO EMAIL-INVALID-DATE
               MOVE SPACE TO CIVILITE
               MOVE WS-NEXT-PERSON-ID TO PERSON-ID
               WRITE FILE_DATA
                   INVALID KEY
           MOVE FILE_DATA TO WS-JRN-BEFORE
           MOVE "Y" TO WS-TX-OK

           MOVE TX-AGE-INPUT TO WS-AGE-INPUT
           MOVE TX-VILLE TO WS-VILLE-INPUT
           IF TX-AGE-INPUT NOT = SPACES
               PERFORM VALIDATE-AGE
               IF AGE-WAS-GIVEN
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       APPLY-ID-TRANSACTION.
           MOVE TXI-REF TO WS-TX-REF
           MOVE TXI-PERSON-ID TO WS-REJ-PERSON-ID
           IF TXI-NOM-MARK = "M"
               MOVE TXI-NOM TO WS-REJ-NOM
           END-IF
           EVALUATE TRUE
               WHEN TXI-ACTION = "IDDEL" AND WS-SIGNON-RESULT = "A"
                   MOVE "NIVEAU SUPERVISEUR REQUIS" TO WS-TX-REASON
                   PERFORM REJECT-ID-TRANSACTION
               WHEN TXI-PERSON-ID NOT NUMERIC
                   OR TXI-PERSON-ID = ZEROES
                   MOVE "NUMERO DE PERSONNE INVALIDE" TO WS-TX-REASON
                   PERFORM REJECT-ID-TRANSACTION
               WHEN OTHER
                   MOVE TXI-PERSON-ID TO PERSON-ID
                   READ DATA_FILE
                       KEY IS PERSON-ID
                       INVALID KEY
                           MOVE "NUMERO INTROUVABLE" TO WS-TX-REASON
                           PERFORM REJECT-ID-TRANSACTION
                       NOT INVALID KEY
                           PERFORM APPLY-ID-FOUND
                   END-READ
           END-EVALUATE.

       APPLY-ID-FOUND.
           IF NOM = "**TRAILER**"
               MOVE "NUMERO INTROUVABLE" TO WS-TX-REASON
               PERFORM REJECT-ID-TRANSACTION
           ELSE
               MOVE NOM TO WS-REJ-NOM
               IF TXI-ACTION = "IDDEL"
                   PERFORM APPLY-DELETE-FOUND
               ELSE
                   PERFORM APPLY-ID-UPDATE-FOUND
               END-IF
           END-IF.

       REJECT-ID-TRANSACTION.
           IF TXI-ACTION = "IDDEL"
               ADD 1 TO WS-REJECTED-DEL
           ELSE
               ADD 1 TO WS-REJECTED-UPD
           END-IF
           MOVE WS-TX-REASON TO REJ-REASON
           PERFORM WRITE-REJECT-RECORD.

       APPLY-ID-UPDATE-FOUND.
      * Same checks as PersonMaint's full-screen form ; each block
      * runs only while no earlier field has failed, and the first
      * failure rejects the whole transaction.
           MOVE AGE TO WS-BEFORE-AGE
           MOVE VILLE TO WS-BEFORE-VILLE
           MOVE FILE_DATA TO WS-JRN-BEFORE
           MOVE ADR-LIGNE-1 TO WS-OLD-ADR1
           MOVE CODE-POSTAL TO WS-OLD-CP
           MOVE EMAIL TO WS-OLD-EMAIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE SPACES TO WS-TX-REASON
           PERFORM CHECK-ID-MARKERS

           IF WS-TX-REASON = SPACES AND TXI-NOM-MARK = "M"
               MOVE FUNCTION TRIM(TXI-NOM) TO WS-NOM-INPUT
               IF WS-NOM-INPUT = SPACES
                   MOVE "NOM A BLANC" TO WS-TX-REASON
               ELSE
                   MOVE WS-NOM-INPUT TO NOM
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-AGE-MARK = "M"
               MOVE TXI-AGE-INPUT TO WS-AGE-INPUT
               PERFORM VALIDATE-AGE
               IF AGE-WAS-GIVEN
                   MOVE WS-NEW-AGE TO AGE
               ELSE
                   MOVE "AGE HORS LIMITE OU NON NUMERIQUE"
                       TO WS-TX-REASON
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-VILLE-MARK = "M"
               MOVE FUNCTION TRIM(TXI-VILLE) TO WS-VILLE-INPUT
               PERFORM VALIDATE-VILLE
               IF VILLE-IS-OK
                   MOVE WS-VILLE-INPUT TO VILLE
               ELSE
                   MOVE "VILLE NON APPROUVEE" TO WS-TX-REASON
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES
               IF TXI-ADR-1-MARK = "M"
                   MOVE TXI-ADR-LIGNE-1 TO ADR-LIGNE-1
               END-IF
               IF TXI-ADR-2-MARK = "M"
                   MOVE TXI-ADR-LIGNE-2 TO ADR-LIGNE-2
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-CP-MARK = "M"
               IF TXI-CODE-POSTAL = SPACES
                   MOVE SPACES TO CODE-POSTAL
               ELSE
                   PERFORM CHECK-ID-CODE-POSTAL
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-DOB-MARK = "M"
               IF TXI-DATE-NAISSANCE = SPACES
                   MOVE 0 TO DATE-NAISSANCE
                   MOVE SPACE TO DATE-NAISSANCE-FLAG
               ELSE
                   MOVE TXI-DATE-NAISSANCE TO WS-DOB-INPUT
                   PERFORM CHECK-VALID-DOB
                   IF DOB-IS-OK
                       MOVE WS-DOB-W TO DATE-NAISSANCE
                       MOVE "C" TO DATE-NAISSANCE-FLAG
                   ELSE
                       MOVE "DATE DE NAISSANCE INVALIDE"
                           TO WS-TX-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-TEL-MARK = "M"
               IF TXI-TELEPHONE = SPACES OR TXI-TELEPHONE IS NUMERIC
                   MOVE TXI-TELEPHONE TO TELEPHONE
               ELSE
                   MOVE "TELEPHONE : 10 CHIFFRES OU BLANC"
                       TO WS-TX-REASON
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-EMAIL-MARK = "M"
               IF TXI-EMAIL = SPACES
                   MOVE SPACES TO EMAIL
               ELSE
                   MOVE TXI-EMAIL TO WS-EMAIL-INPUT
                   PERFORM CHECK-VALID-EMAIL
                   IF WS-TX-REASON = SPACES
                       MOVE WS-EMAIL-INPUT TO EMAIL
                   END-IF
               END-IF
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-PREF-MARK = "M"
               EVALUATE TXI-CONTACT-PREF
                   WHEN "N"
                   WHEN SPACE
                       MOVE TXI-CONTACT-PREF TO CONTACT-PREF
                   WHEN OTHER
                       MOVE "PREFERENCE DE CONTACT INVALIDE"
                           TO WS-TX-REASON
               END-EVALUATE
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-STATUT-MARK = "M"
               PERFORM CHECK-ID-STATUT
           END-IF

           IF WS-TX-REASON = SPACES AND TXI-CIV-MARK = "M"
               EVALUATE TXI-CIVILITE
                   WHEN "M"
                   WHEN "F"
                   WHEN SPACE
                       MOVE TXI-CIVILITE TO CIVILITE
                   WHEN OTHER
                       MOVE "CIVILITE INVALIDE" TO WS-TX-REASON
               END-EVALUATE
           END-IF

           IF WS-TX-REASON = SPACES
      * A corrected address lifts the NPAI hold and a new mailbox the
      * bounce hold, as at the desk.
               IF ADR-INVALID-FLAG = "I"
                   AND (ADR-LIGNE-1 NOT = WS-OLD-ADR1
                       OR CODE-POSTAL NOT = WS-OLD-CP)
                   MOVE SPACE TO ADR-INVALID-FLAG
                   MOVE 0 TO ADR-INVALID-DATE
               END-IF
               IF EMAIL-INVALID-FLAG = "I" AND EMAIL NOT = WS-OLD-EMAIL
                   MOVE SPACE TO EMAIL-INVALID-FLAG
                   MOVE 0 TO EMAIL-INVALID-DATE
               END-IF
               REWRITE FILE_DATA
                   INVALID KEY
                       MOVE "ERREUR DE MISE A JOUR" TO WS-TX-REASON
                       PERFORM REJECT-ID-TRANSACTION
                   NOT INVALID KEY
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL + AGE - WS-BEFORE-AGE
                       ADD 1 TO WS-APPLIED-UPD
                       MOVE "REWRIT" TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "UPDATE" TO AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       IF CONTACT-PREF = "N"
                           AND WS-JRN-BEFORE(205:1) NOT = "N"
                           PERFORM BOOK-OPPOSITION
                       END-IF
               END-REWRITE
           ELSE
               PERFORM REJECT-ID-TRANSACTION
           END-IF.

       BOOK-OPPOSITION.
      * A new do-not-contact request is put down to the last campaign
      * that reached the person, for the campaign report.
           MOVE "OPPOSE" TO CTR-ACTION
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE WS-TODAY-YMD TO CTR-DATE
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       CHECK-ID-MARKERS.
      * Every marker must be "M", "=" or blank, and an update must
      * change at least one field.
           MOVE 0 TO WS-MARK-COUNT
           INSPECT TXI-NOM-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-AGE-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-VILLE-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-ADR-1-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-ADR-2-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-CP-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-DOB-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-TEL-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-EMAIL-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-PREF-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-STATUT-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT TXI-CIV-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           IF (TXI-NOM-MARK NOT = "M" AND NOT = "=" AND NOT = SPACE)
               OR (TXI-AGE-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-VILLE-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-ADR-1-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-ADR-2-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-CP-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-DOB-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-TEL-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-EMAIL-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-PREF-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-STATUT-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               OR (TXI-CIV-MARK NOT = "M" AND NOT = "="
                   AND NOT = SPACE)
               MOVE "MARQUEUR DE ZONE INVALIDE" TO WS-TX-REASON
           ELSE
               IF WS-MARK-COUNT = 0
                   MOVE "AUCUNE ZONE A MODIFIER" TO WS-TX-REASON
               END-IF
           END-IF.

       CHECK-ID-CODE-POSTAL.
      * Five digits and a CODE-POSTAL / VILLE pair the postal
      * reference knows ; without postal.dat the digits are enough.
           MOVE TXI-CODE-POSTAL TO WS-CP-INPUT
           IF WS-CP-INPUT IS NUMERIC
               MOVE "P" TO WS-PC-ACTION
               MOVE ADR-LIGNE-1 TO WS-ADR-1-INPUT
               CALL "PostalCheck" USING WS-PC-ACTION WS-CP-INPUT
                   VILLE WS-ADR-1-INPUT WS-PC-RESULT WS-PC-KEYS
                   WS-PC-COMMUNES
               END-CALL
               IF WS-PC-RESULT = "M"
                   MOVE "CODE POSTAL INCOHERENT AVEC VILLE"
                       TO WS-TX-REASON
               ELSE
                   MOVE WS-CP-INPUT TO CODE-POSTAL
               END-IF
           ELSE
               MOVE "CODE POSTAL : 5 CHIFFRES" TO WS-TX-REASON
           END-IF.

       CHECK-ID-STATUT.
      * The status and its effective date move together ; both the
      * new date and the date of a deceased or departed status being
      * replaced must lie in open months.
           IF TXI-STATUT NOT = "A" AND TXI-STATUT NOT = "D"
               AND TXI-STATUT NOT = "P"
               MOVE "STATUT INVALIDE (A, D OU P)" TO WS-TX-REASON
           ELSE
               IF TXI-STATUT-DATE = SPACES
                   MOVE WS-TODAY-YMD TO WS-STATUS-DATE
               ELSE
                   MOVE TXI-STATUT-DATE TO WS-DOB-INPUT
                   PERFORM CHECK-VALID-DOB
                   IF DOB-IS-OK
                       MOVE WS-DOB-W TO WS-STATUS-DATE
                   ELSE
                       MOVE "DATE DE STATUT INVALIDE" TO WS-TX-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TX-REASON = SPACES
               MOVE WS-STATUS-DATE TO WS-PERIOD-DATE
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
               IF WS-PERIOD-RESULT = "C"
                   MOVE "PERIODE CLOTUREE" TO WS-TX-REASON
               ELSE
                   MOVE TXI-STATUT TO STATUT
                   MOVE WS-STATUS-DATE TO STATUT-DATE
               END-IF
           END-IF.

       CHECK-VALID-DOB.
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
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-EMAIL-INPUT TALLYING WS-AT-COUNT FOR ALL "@"
           COMPUTE WS-EMAIL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-INPUT))
           IF WS-AT-COUNT NOT = 1
               OR WS-EMAIL-LEN < 3
               OR WS-EMAIL-INPUT(1:1) = "@"
               OR WS-EMAIL-INPUT(WS-EMAIL-LEN:1) = "@"
               MOVE "COURRIEL INVALIDE" TO WS-TX-REASON
           END-IF.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE

       VALIDATE-AGE.
           MOVE "N" TO WS-AGE-GIVEN
           IF FUNCTION TEST-NUMVAL(WS-AGE-INPUT) = 0
               AND FUNCTION NUMVAL(WS-AGE-INPUT) >= 0
               AND FUNCTION NUMVAL(WS-AGE-INPUT) <= 99
               MOVE FUNCTION NUMVAL(WS-AGE-INPUT) TO WS-NEW-AGE
               MOVE "Y" TO WS-AGE-GIVEN
           END-IF.

           MOVE "N" TO WS-VILLE-OK
           PERFORM VARYING WS-VIX FROM 1 BY 1
                   UNTIL WS-VIX > WS-VILLE-APPROVED-TALLY
               IF WS-VILLE-APPROVED-NAME(WS-VIX) = WS-VILLE-INPUT
                   MOVE "Y" TO WS-VILLE-OK
               END-IF
           END-PERFORM.
           END-IF.

       WRITE-REJECT-RECORD.
      * A person-number transaction is shown under the name on file
      * when the number was found, so the steward knows who it was
      * meant for ; the AGE and VILLE columns carry what it asked.
           IF ID-FORMAT-TX
               MOVE TXI-ACTION TO REJ-ACTION
               MOVE WS-REJ-NOM TO REJ-NOM
               MOVE SPACES TO REJ-AGE-INPUT REJ-VILLE
               IF TXI-AGE-MARK = "M"
                   MOVE TXI-AGE-INPUT TO REJ-AGE-INPUT
               END-IF
               IF TXI-VILLE-MARK = "M"
                   MOVE TXI-VILLE TO REJ-VILLE
               END-IF
           ELSE
               MOVE TX-ACTION TO REJ-ACTION
               MOVE TX-NOM TO REJ-NOM
               MOVE TX-AGE-INPUT TO REJ-AGE-INPUT
               MOVE TX-VILLE TO REJ-VILLE
           END-IF
           MOVE WS-TX-REF TO REJ-TX-REF
           MOVE WS-REJ-PERSON-ID TO REJ-PERSON-ID
           WRITE REJECT_RECORD
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE " WS-REJECT-FILENAME
                   " - STATUS " WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE WS-TX-REF TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
