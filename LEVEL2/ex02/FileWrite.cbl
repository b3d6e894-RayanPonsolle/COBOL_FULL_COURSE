       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-NEXT-PERSON-ID PIC 9(6) VALUE 1.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-VERIFY-MODE PIC X VALUE "N".
           88 VERIFY-MODE-ON VALUE "O".
       01  WS-VERIFY-INPUT PIC X(20).
       01  WS-NOM-OK PIC X VALUE "N".
           88 NOM-IS-OK VALUE "Y".
       01  WS-DUP-CHOICE PIC X.
           COPY SCOPEVIEW.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "FileWrite".
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
       01  WS-DOB-INPUT PIC X(8).
       01  WS-DOB-OK PIC X VALUE "N".
           88 DOB-IS-OK VALUE "Y".
       01  WS-EMAIL-OK PIC X VALUE "N".
           88 EMAIL-IS-OK VALUE "Y".
       01  WS-PREF-INPUT PIC X.
       01  WS-CIV-INPUT PIC X.
       01  WS-CIV-OK PIC X VALUE "N".
           88 CIV-IS-OK VALUE "Y".
       01  WS-AT-COUNT PIC 9(2).
       01  WS-EMAIL-LEN PIC 9(2).
       01  WS-DOB-W PIC 9(8).
       01  SCR-TEL PIC X(10).
       01  SCR-EMAIL PIC X(40).
       01  SCR-PREF PIC X.
       01  SCR-CIVILITE PIC X.
       01  SCR-CONFIRM PIC X.
       01  SCR-CAPTURE PIC 9(8).

           05 LINE 3 COLUMN 26 PIC X(20) USING SCR-NOM.
           05 LINE 4 COLUMN 5 VALUE "AGE (0-99)        : ".
           05 LINE 4 COLUMN 26 PIC X(3) USING SCR-AGE.
           05 LINE 4 COLUMN 40 VALUE "CIVILITE (M/F) : ".
           05 LINE 4 COLUMN 57 PIC X USING SCR-CIVILITE.
           05 LINE 5 COLUMN 5 VALUE "VILLE             : ".
           05 LINE 5 COLUMN 26 PIC X(20) USING SCR-VILLE.
           05 LINE 6 COLUMN 5 VALUE "NAISSANCE AAAAMMJJ: ".
               MOVE "O" TO WS-VERIFY-MODE
           END-IF.

      * OperSignon.cbl audits the sign-on itself ; only a legacy
      * session without operators.dat still marks its own.
           IF WS-SIGNON-RESULT = "L"
               PERFORM WRITE-SIGNON-RECORD
           END-IF.

           PERFORM UNTIL REPONSE = "N" OR REPONSE = "n"
               IF FULL-SCREEN-MODE OR WS-SCREEN-MODE = "o"
                   PERFORM GET-NOM-NOT-DUPLICATE
                   PERFORM GET-VALID-VILLE
                   PERFORM GET-VALID-AGE
                   PERFORM GET-VALID-CIVILITE
                   PERFORM GET-VALID-DOB
                   PERFORM GET-VALID-ADDRESS
                   PERFORM GET-VALID-CONTACT

               MOVE FUNCTION CURRENT-DATE(1:8) TO CAPTURE-DATE
               MOVE SPACE TO CAPTURE-DATE-FLAG
               MOVE "P" TO SCP-ACTION
               MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
               MOVE SCP-BRANCH TO BRANCH-CODE

               IF WS-OVERWRITE-DUP = "Y"
                   COMPUTE RUNNING-TOTAL =
      * The whole address was rekeyed, so any NPAI hold is lifted.
                   MOVE SPACE TO ADR-INVALID-FLAG
                   MOVE 0 TO ADR-INVALID-DATE
                   MOVE SPACE TO EMAIL-INVALID-FLAG
                   MOVE 0 TO EMAIL-INVALID-DATE
                   REWRITE FILE_DATA
               ELSE
                   COMPUTE SEQ-NO = WS-RECORD-COUNT + 1
                   MOVE 0 TO STATUT-DATE
                   MOVE SPACE TO ADR-INVALID-FLAG
                   MOVE 0 TO ADR-INVALID-DATE
                   MOVE SPACE TO EMAIL-INVALID-FLAG
                   MOVE 0 TO EMAIL-INVALID-DATE
                   WRITE FILE_DATA
               END-IF
               IF WS-DATA-FILE-STATUS NOT = "00"
                   INVALID KEY
                       MOVE "Y" TO WS-NOM-OK
                   NOT INVALID KEY
                       PERFORM CHECK-RECORD-SCOPE
                       IF SCOPE-OUT
                           DISPLAY "NOM DEJA PRESENT (FICHE D'UNE "
                               "AUTRE SUCCURSALE)."
                       ELSE
                           DISPLAY "NOM DEJA PRESENT (NUMERO "
                               PERSON-ID " AGE " AGE " VILLE " VILLE
                               ")."
                       END-IF
                       DISPLAY "Ecraser (E), creer un homonyme (H) "
                           "ou ressaisir (R) ?"
                       ACCEPT WS-DUP-CHOICE
                               MOVE AGE TO WS-BEFORE-AGE
                               MOVE VILLE TO WS-BEFORE-VILLE
                               MOVE FILE_DATA TO WS-JRN-BEFORE
                               IF SCOPE-OUT
                                   PERFORM REFUSE-OVERWRITE-SCOPE
                                   DISPLAY "ECRASEMENT REFUSE : FICHE "
                                       "HORS DE VOTRE SUCCURSALE"
                                   MOVE "N" TO WS-NOM-OK
                               END-IF
                           WHEN WS-DUP-CHOICE = "H" OR "h"
                               MOVE "Y" TO WS-NOM-OK
                           WHEN OTHER
               END-IF
           END-PERFORM.

       CHECK-RECORD-SCOPE.
           MOVE "C" TO SCP-ACTION
           MOVE WS-PROGRAM-NAME TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

       REFUSE-OVERWRITE-SCOPE.
      * An operator scoped to one branch may not overwrite another
      * branch's person : the attempt is audited, the audit log
      * being handed over to BranchScope.cbl for the call.
           MOVE "N" TO WS-OVERWRITE-DUP
           CLOSE AUDIT_LOG
           MOVE "A" TO SCP-ACTION
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF.

       VERIFY-NOM-ENTRY.
           DISPLAY "Verification : ressaisir le nom : "
           ACCEPT WS-VERIFY-INPUT
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE SPACES TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE SPACES TO AUD-BEFORE-VILLE
           END-IF
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
               IF NOT CP-IS-OK
                   DISPLAY "CODE POSTAL INVALIDE OU INCOHERENT "
                       "AVEC LA VILLE."
                   PERFORM SHOW-POSTAL-COMMUNES
               END-IF
           END-PERFORM
           PERFORM CHECK-POSTAL-STREET
           MOVE WS-ADR-1-INPUT TO ADR-LIGNE-1
           MOVE WS-ADR-2-INPUT TO ADR-LIGNE-2
           MOVE WS-CP-INPUT TO CODE-POSTAL.
           END-IF.

       CHECK-VALID-CP.
      * Five digits, then the CODE-POSTAL / VILLE pair must be one
      * the postal reference knows (postal.dat, through PostalCheck).
      * Without the reference, when cities.dat knows the departement
      * of the VILLE just validated, the first two digits must agree
      * with it.
           MOVE "N" TO WS-CP-OK
           MOVE SPACE TO WS-PC-RESULT
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
                   MOVE "CODE POSTAL : 5 CHIFFRES COHERENTS AVEC VILLE"
                       TO WS-SCREEN-MSG
           END-EVALUATE.

       LOAD-CITY-TABLE.
      * The approved list lives in cities.dat (maintained by
      * CityMaint). If the reference file is missing or unreadable
                   IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                       DISPLAY "ERREUR ECRITURE suspense.txt - STATUS "
                           WS-SUSPENSE-FILE-STATUS
                   ELSE
                       PERFORM WRITE-SUSPENSE-AUDIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SUSPENSE-AUDIT.
      * suspense.txt carries no operator and is emptied by
      * SuspenseRework.cbl, so each entry queued is also chained to
      * the audit trail (SUSPEN) under the operator who keyed it,
      * for KeyingQuality.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "SUSPEN" TO AUD-ACTION
           MOVE NOM TO AUD-NOM
           MOVE 0 TO AUD-BEFORE-AGE
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

       GET-VALID-CIVILITE.
      * Civility and sex in one code : M Monsieur, F Madame, blank
      * when the person did not say.
           MOVE "N" TO WS-CIV-OK
           PERFORM UNTIL CIV-IS-OK
               DISPLAY "Civilite (M = Monsieur, F = Madame, "
                   "vide = non renseignee) : "
               MOVE SPACE TO WS-CIV-INPUT
               ACCEPT WS-CIV-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CIV-INPUT) TO CIVILITE
               IF CIVILITE-VALIDE
                   MOVE "Y" TO WS-CIV-OK
               ELSE
                   DISPLAY "Civilite invalide : M, F ou vide."
               END-IF
           END-PERFORM.

       GET-FIELDS-FULL-SCREEN.
           MOVE SPACES TO SCR-NOM SCR-AGE SCR-VILLE SCR-DOB
               SCR-ADR1 SCR-ADR2 SCR-CP SCR-CONFIRM
               SCR-TEL SCR-EMAIL SCR-PREF SCR-CIVILITE
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO SCR-CAPTURE
           MOVE "N" TO SCR-OVERWRITE
                               MOVE AGE TO WS-BEFORE-AGE
                               MOVE VILLE TO WS-BEFORE-VILLE
                               MOVE FILE_DATA TO WS-JRN-BEFORE
                               PERFORM CHECK-RECORD-SCOPE
                               IF SCOPE-OUT
                                   PERFORM REFUSE-OVERWRITE-SCOPE
                                   MOVE
                                     "NOM HORS SUCCURSALE - H=HOMONYME"
                                       TO WS-SCREEN-MSG
                               END-IF
                           WHEN SCR-OVERWRITE = "H"
                               OR SCR-OVERWRITE = "h"
                               MOVE FUNCTION TRIM(SCR-NOM) TO NOM
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
                   MOVE SCR-ADR2 TO ADR-LIGNE-2
                   MOVE WS-CP-INPUT TO CODE-POSTAL
               ELSE
                   PERFORM SET-CP-SCREEN-MSG
               END-IF
           END-IF

