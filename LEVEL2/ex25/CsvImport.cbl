      * Round trip back from the spreadsheet team : parses the
      * full-record people.csv layout CsvExport.cbl hands out
      * (NOM,AGE,VILLE,NUMERO,ADR1,ADR2,CP,NAISSANCE,FLAGN,SAISIE,
      * TELEPHONE,COURRIEL,CIVILITE, header line included, address
      * lines double-quoted because they contain commas), validates
      * each row the way FileWrite.cbl validates keyed entry - age,
      * approved VILLE, postal code against the departement, date of
      * birth, telephone and mailbox formats, civility M, F or blank
      * - and applies it to the indexed people file. A row carrying
      * a person number updates that exact record ; without one, an
      * existing NOM becomes an UPDATE and a new NOM an ADD, as
      * before, and the old three-column and twelve-column files
      * still import, the latter leaving the civility as it is on
      * file. An audit record and trailer
      * maintenance per applied row ; unparseable or invalid rows go
      * to the suspense queue with a reason for SuspenseRework.cbl.
      * The capture date and flags of an updated record are left
      * alone : the spreadsheet corrects the person, not the
      * bookkeeping.
      * people.csv goes through FileReception.cbl (source PEOPLE CSV)
      * before it is read : a file identical to one already imported
      * is refused (RC 12), an empty or unusually short one is held
      * (RC 8), and the file is registered as applied at the end of
      * the import.
      * An operator scoped to one branch in operators.dat (see
      * BranchScope.cbl) only corrects that branch's persons : a
      * row naming a record of another branch goes to suspense as
      * HORS SUCCURSALE and the refusal is audited, and the persons
      * the import adds are stamped with the operator's branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CsvImport.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "CsvImport".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "PEOPLE CSV".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-NEXT-PERSON-ID PIC 9(6) VALUE 1.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  FILE-END PIC 9 VALUE 1.
       01  WS-CSV-NOM PIC X(20).
       01  WS-CSV-AGE PIC X(10).
       01  WS-CSV-VILLE PIC X(20).
       01  WS-FIELD-COUNT PIC 9(2).
       01  WS-FIELD-TABLE.
           05 WS-FIELD PIC X(40) OCCURS 13 TIMES.
       01  WS-FX PIC 9(2).
       01  WS-PX PIC 9(3).
       01  WS-FLEN PIC 9(2).
       01  WS-CSV-DOB PIC X(40).
       01  WS-CSV-TEL PIC X(40).
       01  WS-CSV-EMAIL PIC X(40).
       01  WS-CSV-CIVILITE PIC X(40).
       01  WS-TARGET-ID PIC 9(6).
       01  WS-NEW-DOB PIC 9(8).
       01  WS-NEW-CP PIC X(5).
       01  WS-ADDED-COUNT PIC 9(6) VALUE 0.
       01  WS-UPDATED-COUNT PIC 9(6) VALUE 0.
       01  WS-SUSPENSE-COUNT PIC 9(6) VALUE 0.
           COPY SCOPEVIEW.
       01  WS-EXISTS PIC X.
           88 NOM-EXISTS VALUE "Y".
       01  WS-ROW-OK PIC X.
               MOVE "people.csv" TO WS-CSV-FILENAME
           END-IF.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-CSV-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
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

           OPEN INPUT CSV_FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-CSV-FILENAME

           PERFORM LOAD-CITY-TABLE.
           PERFORM SEED-COUNTERS-FROM-CONTROL.
           MOVE "P" TO SCP-ACTION.
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM.
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

           PERFORM UNTIL FILE-END = 0
               READ CSV_FILE
           CLOSE AUDIT_LOG.
           PERFORM RELEASE-UPDATE-LOCK.

           MOVE "T" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-CSV-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.

           DISPLAY "LIGNES LUES : " WS-ROW-COUNT
               " - AJOUTS : " WS-ADDED-COUNT
               " - MISES A JOUR : " WS-UPDATED-COUNT
           MOVE WS-FIELD(8) TO WS-CSV-DOB
           MOVE WS-FIELD(11) TO WS-CSV-TEL
           MOVE WS-FIELD(12) TO WS-CSV-EMAIL
           MOVE WS-FIELD(13) TO WS-CSV-CIVILITE
           MOVE FUNCTION TRIM(WS-CSV-NOM) TO WS-CSV-NOM
           MOVE FUNCTION TRIM(WS-CSV-VILLE) TO WS-CSV-VILLE
           MOVE "Y" TO WS-ROW-OK

           IF WS-FIELD-COUNT NOT = 3 AND WS-FIELD-COUNT NOT = 12
               AND WS-FIELD-COUNT NOT = 13
               MOVE "LIGNE CSV NON ANALYSABLE" TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               MOVE "N" TO WS-ROW-OK
                           MOVE "Y" TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-CHAR = "," AND WS-IN-QUOTES NOT = "Y"
                       IF WS-FX < 13
                           ADD 1 TO WS-FX
                           MOVE 0 TO WS-FLEN
                       END-IF
      * The columns beyond NOM,AGE,VILLE take the same checks the
      * entry desk applies : five-digit postal code agreeing with
      * the city's departement, plausible date of birth, ten-digit
      * telephone, single-@ mailbox, M or F civility. Blank always
      * passes.
           MOVE 0 TO WS-NEW-DOB
           MOVE SPACES TO WS-NEW-CP
           IF WS-CSV-CP NOT = SPACES
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE "N" TO WS-ROW-OK
               END-IF
           END-IF
           IF WS-ROW-OK = "Y" AND WS-CSV-CIVILITE NOT = SPACES
               IF (WS-CSV-CIVILITE(1:1) NOT = "M"
                   AND WS-CSV-CIVILITE(1:1) NOT = "F")
                   OR WS-CSV-CIVILITE(2:39) NOT = SPACES
                   MOVE "CIVILITE INVALIDE" TO SUSP-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE "N" TO WS-ROW-OK
               END-IF
           END-IF.

       CHECK-VALID-DOB.
                       MOVE AGE TO WS-BEFORE-AGE
                       MOVE VILLE TO WS-BEFORE-VILLE
                       MOVE FILE_DATA TO WS-JRN-BEFORE
                       PERFORM UPDATE-IN-SCOPE-ROW
               END-READ
           ELSE
               MOVE "N" TO WS-EXISTS
                       MOVE FILE_DATA TO WS-JRN-BEFORE
               END-READ
               IF NOM-EXISTS
                   PERFORM UPDATE-IN-SCOPE-ROW
               ELSE
                   PERFORM ADD-NEW-ROW
               END-IF
           MOVE WS-CSV-ADR2(1:30) TO ADR-LIGNE-2
           MOVE WS-NEW-CP TO CODE-POSTAL
           MOVE SPACE TO CAPTURE-DATE-FLAG
           MOVE SCP-BRANCH TO BRANCH-CODE
           MOVE WS-NEW-DOB TO DATE-NAISSANCE
           IF WS-NEW-DOB > 0
               MOVE "C" TO DATE-NAISSANCE-FLAG
           MOVE 0 TO STATUT-DATE
           MOVE SPACE TO ADR-INVALID-FLAG
           MOVE 0 TO ADR-INVALID-DATE
           MOVE SPACE TO EMAIL-INVALID-FLAG
           MOVE 0 TO EMAIL-INVALID-DATE
           MOVE WS-CSV-CIVILITE(1:1) TO CIVILITE
           MOVE WS-NEXT-PERSON-ID TO PERSON-ID
           WRITE FILE_DATA
               INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       UPDATE-IN-SCOPE-ROW.
      * A record of another branch is not the scoped operator's to
      * correct : the row is suspended and the refusal audited, the
      * audit log being handed over to BranchScope.cbl for the call.
           MOVE "C" TO SCP-ACTION
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           IF SCOPE-OUT
               CLOSE AUDIT_LOG
               MOVE "A" TO SCP-ACTION
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
               OPEN EXTEND AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT_LOG
               END-IF
               MOVE "HORS SUCCURSALE" TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM UPDATE-EXISTING-ROW
           END-IF.

       UPDATE-EXISTING-ROW.
      * The whole row is the new truth for the person fields ; the
      * bookkeeping fields (capture date and flags, branch, status,
      * keyed date of birth that moved is confirmed "C".
           MOVE WS-NEW-AGE TO AGE
           MOVE WS-CSV-VILLE TO VILLE
           IF WS-FIELD-COUNT >= 12
               MOVE WS-CSV-ADR1(1:30) TO ADR-LIGNE-1
               MOVE WS-CSV-ADR2(1:30) TO ADR-LIGNE-2
               MOVE WS-NEW-CP TO CODE-POSTAL
               MOVE WS-CSV-TEL(1:10) TO TELEPHONE
               MOVE WS-CSV-EMAIL TO EMAIL
           END-IF
           IF WS-FIELD-COUNT = 13
               MOVE WS-CSV-CIVILITE(1:1) TO CIVILITE
           END-IF
           REWRITE FILE_DATA
               INVALID KEY
                   MOVE "ERREUR DE MISE A JOUR" TO SUSP-REASON
           MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
