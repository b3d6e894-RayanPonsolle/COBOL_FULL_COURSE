      ******************************************************************
      * Name : VerifyResponse.cbl
      * Author: RayanPonsolle
      * Second half of the yearly "check your details" campaign of
      * VerifyMailing.cbl : takes in the reply slips, keyed here one
      * by one or supplied as a file (verify_responses.txt,
      * VERIFY_RESPONSE_FILE, VRSPREC.cpy), and brings both the
      * people file and verif_register.txt (VRFREC.cpy) up to date.
      * The campaign is the last year on the register unless
      * VERIFY_YEAR names another. A slip is refused when its person
      * was not sent a statement that year, has already answered,
      * or appears twice ; a slip whose corrections were rejected
      * may be keyed again.
      * A slip that only confirms the data held is registered as
      * confirmed (C) with today's date and audited (CONFIR). A slip
      * that corrects anything is turned into a person-number
      * transaction (TXIDREC.cpy, reference "VF", the year and the
      * person number) and the whole batch is applied by CALLing
      * BatchTransactions.cbl on verify_transactions.txt, received
      * as source VERIFICATION, so the corrections pass the same
      * checks, journal and audit as any overnight change ; its
      * rejects go to verify_rejects.txt, not to the steward's
      * queue, and the slip is registered rejected (R) with the
      * reason, or corrected (M) once applied. A date of birth the
      * person ticked as right, or gave, is sent as a change of the
      * date so that an estimated date becomes confirmed ("C").
      * The slip file comes in through FileReception.cbl (source
      * VERIF-REPONSES). The run is refused while batchtrans.ckp
      * shows an interrupted transaction run to resume first.
      * Results printed to verify_response.prt (PRINT_FILE).
      * RETURN-CODE 0 all applied, 4 slips refused or rejected, 8
      * slip file held, 12 refused or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyResponse.

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

           SELECT REGISTER_FILE ASSIGN TO "verif_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "verif_register.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT RESPONSE_FILE ASSIGN TO WS-RESPONSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.

           SELECT TRANSACTION_FILE ASSIGN TO "verify_transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REJECT_FILE ASSIGN TO "verify_rejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

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

       FD  REGISTER_FILE.
           COPY VRFREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(126).

       FD  RESPONSE_FILE.
       01  RESPONSE_RECORD PIC X(204).

       FD  TRANSACTION_FILE.
           COPY TXIDREC.

       FD  REJECT_FILE.
       01  REJECT_RECORD.
           05 REJ-ACTION PIC X(6).
           05 REJ-NOM PIC A(20).
           05 REJ-AGE-INPUT PIC X(3).
           05 REJ-VILLE PIC A(20).
           05 REJ-REASON PIC X(30).
           05 REJ-TX-REF PIC X(12).
           05 REJ-PERSON-ID PIC X(6).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-RESPONSE-FILENAME PIC X(60) VALUE "verify_responses.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "verify_response.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-RESPONSE-FILE-STATUS PIC XX.
       01  WS-TRANS-FILE-STATUS PIC XX.
       01  WS-REJECT-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-REGISTER-NAME PIC X(24) VALUE "verif_register.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "verif_register.tmp".
       01  WS-CKPT-NAME PIC X(20) VALUE "batchtrans.ckp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4).
           05 WS-FILE-TIME PIC X(4).
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "VerifyResponse".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-FINAL-RC PIC 9(2) VALUE 0.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "VERIF-REPONSES".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).

      * The campaign and its register entries.
       01  WS-YEAR-INPUT PIC X(4).
       01  WS-CAMPAIGN-YEAR PIC 9(4) VALUE 0.
       01  WS-REGISTER-TABLE.
           05 WS-RG-ENTRY OCCURS 20000 TIMES.
               10 WS-RG-ID PIC 9(6).
               10 WS-RG-STATE PIC X.
               10 WS-RG-SENT PIC 9(8).
       01  WS-RG-COUNT PIC 9(5) VALUE 0.
       01  WS-RGX PIC 9(5).
       01  WS-RG-FOUND PIC 9(5).

      * The slips of the run. A slip is refused (X), confirmed (C),
      * corrected (M), rejected (R) or waits for its transaction (T).
       COPY VRSPREC.
       01  WS-RESPONSE-TABLE.
           05 WS-RS-ENTRY OCCURS 1000 TIMES.
               10 WS-RS-ID-INPUT PIC X(6).
               10 WS-RS-ID PIC 9(6).
               10 WS-RS-REPLY-DATE PIC 9(8).
               10 WS-RS-DOB-OK PIC X.
               10 WS-RS-NOM PIC A(20).
               10 WS-RS-VILLE PIC A(20).
               10 WS-RS-AGE PIC 99.
               10 WS-RS-OUTCOME PIC X.
               10 WS-RS-TX-KIND PIC X.
               10 WS-RS-TX-REF PIC X(12).
               10 WS-RS-REASON PIC X(30).
       01  WS-RS-COUNT PIC 9(4) VALUE 0.
       01  WS-RX PIC 9(4).
       01  WS-RY PIC 9(4).
       01  WS-RS-OVERFLOW PIC X VALUE "N".
       01  WS-MODE PIC X.
       01  WS-KEY-END PIC X.
       01  WS-ANSWER PIC X.
       01  WS-INPUT-60 PIC X(60).
       01  WS-MARK-COUNT PIC 9(2).
       01  WS-TX-REF.
           05 FILLER PIC XX VALUE "VF".
           05 WS-TXR-YEAR PIC 9(4).
           05 WS-TXR-ID PIC 9(6).

      * Calling BatchTransactions.cbl, and the environment it finds
      * put back as it was.
       01  WS-TX-COUNT PIC 9(4) VALUE 0.
       01  WS-BATCH-RC PIC S9(4) VALUE 0.
       01  WS-APPLY-DONE PIC X VALUE "N".
       01  WS-ENV-VALUE PIC X(60).
       01  WS-SAVE-TX-FILE PIC X(60).
       01  WS-SAVE-TX-SOURCE PIC X(60).
       01  WS-SAVE-TX-REJECTS PIC X(60).

      * Totals.
       01  WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01  WS-CONFIRMED-COUNT PIC 9(4) VALUE 0.
       01  WS-CORRECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01  WS-DOB-CONFIRMED-COUNT PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(3)9.
       01  WS-OUTCOME-TEXT PIC X(12).

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
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "verify_response.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "VERIFY_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-YEAR-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-YEAR-INPUT IS NUMERIC
               MOVE WS-YEAR-INPUT TO WS-CAMPAIGN-YEAR
           END-IF.

      * An interrupted transaction run must be resumed on its own
      * file first, or its checkpoint would be applied to ours.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CKPT-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL.
           IF WS-EXIST-RC = 0
               DISPLAY "REPRISE DE BatchTransactions EN ATTENTE "
                   "(batchtrans.ckp) : REPONSES REFUSEES."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-REGISTER-TABLE.
           IF WS-RG-COUNT = 0
               DISPLAY "AUCUN RELEVE AU REGISTRE POUR LA CAMPAGNE "
                   WS-CAMPAIGN-YEAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CAMPAGNE DE VERIFICATION " WS-CAMPAIGN-YEAR
               " - " WS-RG-COUNT " PERSONNES AU REGISTRE".

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Each slip that corrects something is written out as its
      * transaction as soon as it is checked.
           OPEN OUTPUT TRANSACTION_FILE.
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE verify_transactions.txt - "
                   "STATUS " WS-TRANS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           DISPLAY "Reponses saisies (S) ou fichier (F) : ".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN "S"
                   PERFORM KEY-RESPONSES
               WHEN "F"
                   PERFORM READ-RESPONSE-FILE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE, ABANDON."
                   MOVE 12 TO WS-FINAL-RC
           END-EVALUATE.
           CLOSE TRANSACTION_FILE.
           CLOSE DATA_FILE.
           IF WS-FINAL-RC >= 8
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RS-COUNT = 0
               DISPLAY "AUCUNE REPONSE A TRAITER."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-TX-COUNT > 0
               PERFORM APPLY-TRANSACTIONS
           END-IF.
           IF WS-APPLY-DONE = "Y"
               PERFORM READ-REJECTS
           END-IF.
           PERFORM SETTLE-PENDING-SLIPS.

           PERFORM REWRITE-REGISTER.
           PERFORM WRITE-CONFIRM-AUDITS.
           PERFORM PRINT-RESULTS.

           IF WS-FINAL-RC = 0
               AND (WS-REFUSED-COUNT > 0 OR WS-REJECTED-COUNT > 0)
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       LOAD-REGISTER-TABLE.
      * Without VERIFY_YEAR the last campaign on the register is
      * the one answered.
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRE verif_register.txt ABSENT - STATUS "
                   WS-REGISTER-FILE-STATUS
           ELSE
               IF WS-CAMPAIGN-YEAR = 0
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ REGISTER_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               IF VRF-YEAR > WS-CAMPAIGN-YEAR
                                   MOVE VRF-YEAR TO WS-CAMPAIGN-YEAR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER_FILE
                   OPEN INPUT REGISTER_FILE
               END-IF
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF VRF-YEAR = WS-CAMPAIGN-YEAR
                               PERFORM ADD-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           END-IF.

       ADD-REGISTER-ENTRY.
           IF WS-RG-COUNT < 20000
               ADD 1 TO WS-RG-COUNT
               MOVE VRF-PERSON-ID TO WS-RG-ID(WS-RG-COUNT)
               MOVE VRF-STATE TO WS-RG-STATE(WS-RG-COUNT)
               MOVE VRF-SENT-DATE TO WS-RG-SENT(WS-RG-COUNT)
           ELSE
               IF WS-RG-COUNT = 20000
                   DISPLAY "AVERTISSEMENT : REGISTRE LIMITE A 20000 "
                       "PERSONNES PAR CAMPAGNE"
                   ADD 1 TO WS-RG-COUNT
               END-IF
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-RG-FOUND
           PERFORM VARYING WS-RGX FROM 1 BY 1
                   UNTIL WS-RGX > WS-RG-COUNT OR WS-RGX > 20000
                   OR WS-RG-FOUND > 0
               IF WS-RG-ID(WS-RGX) = WS-RS-ID(WS-RX)
                   MOVE WS-RGX TO WS-RG-FOUND
               END-IF
           END-PERFORM.

       KEY-RESPONSES.
      * The questions follow the order of the printed slip ; a blank
      * answer leaves the field as it is, a "-" clears it.
           MOVE "N" TO WS-KEY-END
           PERFORM UNTIL WS-KEY-END = "Y"
               INITIALIZE VERIF-RESPONSE-RECORD
               DISPLAY "Numero de personne (vide = fin) : "
               ACCEPT VRS-PERSON-ID
               IF VRS-PERSON-ID = SPACES
                   MOVE "Y" TO WS-KEY-END
               ELSE
                   PERFORM KEY-ONE-SLIP
               END-IF
           END-PERFORM.

       KEY-ONE-SLIP.
           DISPLAY "Date de retour (AAAAMMJJ, vide = ce jour) : "
           ACCEPT VRS-REPLY-DATE
           DISPLAY "Date de naissance cochee exacte (O/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "O" OR WS-ANSWER = "o"
               MOVE "O" TO VRS-DOB-CONFIRMED
           END-IF
           DISPLAY "Nom corrige : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-NOM-MARK
               MOVE FUNCTION UPPER-CASE(WS-INPUT-60) TO VRS-NOM
           END-IF
           DISPLAY "Civilite corrigee (F / M, - = inconnue) : "
           ACCEPT WS-INPUT-60
           PERFORM KEYED-CIVILITE
           DISPLAY "Date de naissance corrigee (AAAAMMJJ) : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-DOB-MARK
               MOVE WS-INPUT-60 TO VRS-DATE-NAISSANCE
           END-IF
           DISPLAY "Adresse ligne 1 corrigee : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-ADR-1-MARK
               MOVE FUNCTION UPPER-CASE(WS-INPUT-60) TO VRS-ADR-LIGNE-1
           END-IF
           DISPLAY "Adresse ligne 2 corrigee (- = effacer) : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-ADR-2-MARK
               IF WS-INPUT-60 NOT = "-"
                   MOVE FUNCTION UPPER-CASE(WS-INPUT-60)
                       TO VRS-ADR-LIGNE-2
               END-IF
           END-IF
           DISPLAY "Code postal corrige : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-CP-MARK
               MOVE WS-INPUT-60 TO VRS-CODE-POSTAL
           END-IF
           DISPLAY "Ville corrigee : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-VILLE-MARK
               MOVE FUNCTION UPPER-CASE(WS-INPUT-60) TO VRS-VILLE
           END-IF
           DISPLAY "Telephone corrige (- = effacer) : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-TEL-MARK
               IF WS-INPUT-60 NOT = "-"
                   MOVE WS-INPUT-60 TO VRS-TELEPHONE
               END-IF
           END-IF
           DISPLAY "Courriel corrige (- = effacer) : "
           ACCEPT WS-INPUT-60
           IF WS-INPUT-60 NOT = SPACES
               MOVE "M" TO VRS-EMAIL-MARK
               IF WS-INPUT-60 NOT = "-"
                   MOVE WS-INPUT-60 TO VRS-EMAIL
               END-IF
           END-IF
           DISPLAY "Ne plus etre sollicite(e) coche (O/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "O" OR WS-ANSWER = "o"
               MOVE "M" TO VRS-PREF-MARK
               MOVE "N" TO VRS-CONTACT-PREF
           END-IF
           PERFORM ADD-RESPONSE
           IF WS-RS-OUTCOME(WS-RX) = "X"
               DISPLAY "REPONSE REFUSEE : " WS-RS-REASON(WS-RX)
           ELSE
               DISPLAY "REPONSE ENREGISTREE POUR " WS-RS-NOM(WS-RX)
           END-IF.

       KEYED-CIVILITE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-60) TO WS-INPUT-60
           EVALUATE WS-INPUT-60
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE "M" TO VRS-CIV-MARK
                   MOVE SPACE TO VRS-CIVILITE
               WHEN OTHER
                   MOVE "M" TO VRS-CIV-MARK
                   MOVE WS-INPUT-60 TO VRS-CIVILITE
           END-EVALUATE.

       READ-RESPONSE-FILE.
           DISPLAY "VERIFY_RESPONSE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-RESPONSE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RESPONSE-FILENAME = SPACES
               MOVE "verify_responses.txt" TO WS-RESPONSE-FILENAME
           END-IF
           MOVE "R" TO WS-RCV-ACTION
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-RESPONSE-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK
           END-CALL
           EVALUATE TRUE
               WHEN WS-RCV-RESULT = "V" OR WS-RCV-RESULT = "S"
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-RCV-RESULT NOT = "A" AND WS-RCV-RESULT NOT = "F"
                   AND WS-RCV-RESULT NOT = "M"
                   MOVE 12 TO WS-FINAL-RC
               WHEN OTHER
                   PERFORM LOAD-RESPONSE-FILE
           END-EVALUATE.

       LOAD-RESPONSE-FILE.
           OPEN INPUT RESPONSE_FILE
           IF WS-RESPONSE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-RESPONSE-FILENAME
                   " - STATUS " WS-RESPONSE-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RESPONSE_FILE INTO VERIF-RESPONSE-RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF VERIF-RESPONSE-RECORD NOT = SPACES
                               PERFORM ADD-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE_FILE
               MOVE "T" TO WS-RCV-ACTION
               CALL "FileReception" USING WS-RCV-ACTION
                   WS-RCV-SOURCE WS-RESPONSE-FILENAME WS-RCV-RESULT
                   WS-RCV-RECORDS WS-RCV-CHECK
               END-CALL
           END-IF.

       ADD-RESPONSE.
           IF WS-RS-COUNT >= 1000
               IF WS-RS-OVERFLOW = "N"
                   DISPLAY "AVERTISSEMENT : 1000 REPONSES AU PLUS "
                       "PAR PASSAGE, LA SUITE AU PROCHAIN"
                   MOVE "Y" TO WS-RS-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-RS-COUNT
               MOVE WS-RS-COUNT TO WS-RX
               INITIALIZE WS-RS-ENTRY(WS-RX)
               MOVE VRS-PERSON-ID TO WS-RS-ID-INPUT(WS-RX)
               MOVE "O" TO WS-RS-OUTCOME(WS-RX)
               PERFORM CHECK-RESPONSE
               IF WS-RS-OUTCOME(WS-RX) = "X"
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM PREPARE-RESPONSE
               END-IF
           END-IF.

       CHECK-RESPONSE.
      * The slip must belong to a person sent a statement this
      * campaign and not yet answered, once in the run.
           IF FUNCTION TEST-NUMVAL(VRS-PERSON-ID) NOT = 0
               MOVE "X" TO WS-RS-OUTCOME(WS-RX)
               MOVE "NUMERO DE PERSONNE INVALIDE" TO WS-RS-REASON(WS-RX)
           ELSE
               MOVE FUNCTION NUMVAL(VRS-PERSON-ID) TO WS-RS-ID(WS-RX)
               PERFORM FIND-REGISTER-ENTRY
               EVALUATE TRUE
                   WHEN WS-RG-FOUND = 0
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "PAS AU REGISTRE DE LA CAMPAGNE"
                           TO WS-RS-REASON(WS-RX)
                   WHEN WS-RG-STATE(WS-RG-FOUND) = "N"
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "RELEVE NON ENVOYE"
                           TO WS-RS-REASON(WS-RX)
                   WHEN WS-RG-STATE(WS-RG-FOUND) = "C"
                       OR WS-RG-STATE(WS-RG-FOUND) = "M"
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "DEJA REPONDU" TO WS-RS-REASON(WS-RX)
                   WHEN OTHER
                       PERFORM CHECK-REPLY-DATE
               END-EVALUATE
           END-IF
           IF WS-RS-OUTCOME(WS-RX) NOT = "X"
               PERFORM VARYING WS-RY FROM 1 BY 1
                       UNTIL WS-RY >= WS-RX
                   IF WS-RS-ID(WS-RY) = WS-RS-ID(WS-RX)
                       AND WS-RS-OUTCOME(WS-RY) NOT = "X"
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "REPONSE EN DOUBLE" TO WS-RS-REASON(WS-RX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RS-OUTCOME(WS-RX) NOT = "X"
               MOVE WS-RS-ID(WS-RX) TO PERSON-ID
               READ DATA_FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "ABSENT DU FICHIER DES PERSONNES"
                           TO WS-RS-REASON(WS-RX)
               END-READ
           END-IF.

       CHECK-REPLY-DATE.
      * A slip cannot come back before it was sent nor after today.
           IF VRS-REPLY-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RS-REPLY-DATE(WS-RX)
           ELSE
               IF VRS-REPLY-DATE IS NOT NUMERIC
                   MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                   MOVE "DATE DE RETOUR INVALIDE"
                       TO WS-RS-REASON(WS-RX)
               ELSE
                   MOVE VRS-REPLY-DATE TO WS-RS-REPLY-DATE(WS-RX)
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (WS-RS-REPLY-DATE(WS-RX)) NOT = 0
                       OR WS-RS-REPLY-DATE(WS-RX) > WS-BUSINESS-DATE
                       OR WS-RS-REPLY-DATE(WS-RX)
                           < WS-RG-SENT(WS-RG-FOUND)
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "DATE DE RETOUR INVALIDE"
                           TO WS-RS-REASON(WS-RX)
                   END-IF
               END-IF
           END-IF.

       PREPARE-RESPONSE.
      * The age and the status are not corrected from a slip. A
      * date of birth confirmed as it stands is sent back unchanged
      * when it is still an estimate, so it comes out confirmed.
           MOVE NOM TO WS-RS-NOM(WS-RX)
           MOVE VILLE TO WS-RS-VILLE(WS-RX)
           MOVE AGE TO WS-RS-AGE(WS-RX)
           MOVE WS-CAMPAIGN-YEAR TO WS-TXR-YEAR
           MOVE WS-RS-ID(WS-RX) TO WS-TXR-ID
           MOVE WS-TX-REF TO WS-RS-TX-REF(WS-RX)
           MOVE SPACE TO VRS-AGE-MARK
           MOVE SPACE TO VRS-STATUT-MARK
           IF VRS-DOB-MARK = "M"
               MOVE "O" TO VRS-DOB-CONFIRMED
           END-IF
           MOVE VRS-DOB-CONFIRMED TO WS-RS-DOB-OK(WS-RX)
           PERFORM COUNT-MARKERS
           MOVE "M" TO WS-RS-TX-KIND(WS-RX)
           IF VRS-DOB-CONFIRMED = "O" AND VRS-DOB-MARK NOT = "M"
               AND DATE-NAISSANCE-FLAG = "E"
               AND DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               MOVE "M" TO VRS-DOB-MARK
               MOVE DATE-NAISSANCE TO VRS-DATE-NAISSANCE
               IF WS-MARK-COUNT = 0
                   MOVE "C" TO WS-RS-TX-KIND(WS-RX)
               END-IF
               ADD 1 TO WS-MARK-COUNT
           END-IF
           IF WS-MARK-COUNT = 0
               MOVE "C" TO WS-RS-OUTCOME(WS-RX)
               MOVE SPACES TO WS-RS-TX-REF(WS-RX)
           ELSE
               MOVE "T" TO WS-RS-OUTCOME(WS-RX)
               ADD 1 TO WS-TX-COUNT
               PERFORM BUILD-TRANSACTION
           END-IF.

       COUNT-MARKERS.
      * Only the markers count : a value may hold an "M" as well.
           MOVE 0 TO WS-MARK-COUNT
           INSPECT VRS-NOM-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-VILLE-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-ADR-1-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-ADR-2-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-CP-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-DOB-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-TEL-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-EMAIL-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-PREF-MARK TALLYING WS-MARK-COUNT FOR ALL "M"
           INSPECT VRS-CIV-MARK TALLYING WS-MARK-COUNT FOR ALL "M".

       BUILD-TRANSACTION.
           MOVE SPACES TO ID-TRANSACTION-RECORD
           MOVE "IDUPD" TO TXI-ACTION
           MOVE WS-RS-TX-REF(WS-RX) TO TXI-REF
           MOVE WS-RS-ID(WS-RX) TO TXI-PERSON-ID
           MOVE VRS-CORRECTIONS TO ID-TRANSACTION-RECORD(25:189)
           WRITE ID-TRANSACTION-RECORD
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE verify_transactions.txt - "
                   "STATUS " WS-TRANS-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       APPLY-TRANSACTIONS.
      * BatchTransactions.cbl reads its files from the environment ;
      * what it found there before is put back afterwards.
           DISPLAY "TRANSACTION_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SAVE-TX-FILE FROM ENVIRONMENT-VALUE
           DISPLAY "verify_transactions.txt" UPON ENVIRONMENT-VALUE
           DISPLAY "TRANSACTION_SOURCE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SAVE-TX-SOURCE FROM ENVIRONMENT-VALUE
           DISPLAY "VERIFICATION" UPON ENVIRONMENT-VALUE
           DISPLAY "TRANSACTION_REJECTS" UPON ENVIRONMENT-NAME
           ACCEPT WS-SAVE-TX-REJECTS FROM ENVIRONMENT-VALUE
           DISPLAY "verify_rejects.txt" UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "BatchTransactions"
           CANCEL "BatchTransactions"
           MOVE RETURN-CODE TO WS-BATCH-RC
           MOVE 0 TO RETURN-CODE
           MOVE WS-SAVE-TX-FILE TO WS-ENV-VALUE
           DISPLAY "TRANSACTION_FILE" UPON ENVIRONMENT-NAME
           PERFORM RESTORE-ENV-VALUE
           MOVE WS-SAVE-TX-SOURCE TO WS-ENV-VALUE
           DISPLAY "TRANSACTION_SOURCE" UPON ENVIRONMENT-NAME
           PERFORM RESTORE-ENV-VALUE
           MOVE WS-SAVE-TX-REJECTS TO WS-ENV-VALUE
           DISPLAY "TRANSACTION_REJECTS" UPON ENVIRONMENT-NAME
           PERFORM RESTORE-ENV-VALUE
           IF WS-BATCH-RC >= 8
               DISPLAY "CORRECTIONS NON APPLIQUEES - BatchTransactions "
                   "RC " WS-BATCH-RC
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE "Y" TO WS-APPLY-DONE
           END-IF.

       RESTORE-ENV-VALUE.
           IF WS-ENV-VALUE = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF.

       READ-REJECTS.
      * A rejected transaction names its slip by the reference.
           OPEN INPUT REJECT_FILE
           IF WS-REJECT-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REJECT_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           PERFORM MATCH-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT_FILE
           END-IF.

       MATCH-ONE-REJECT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RS-COUNT
               IF WS-RS-OUTCOME(WS-RX) = "T"
                   AND WS-RS-TX-REF(WS-RX) = REJ-TX-REF
                   MOVE "R" TO WS-RS-OUTCOME(WS-RX)
                   MOVE REJ-REASON TO WS-RS-REASON(WS-RX)
               END-IF
           END-PERFORM.

       SETTLE-PENDING-SLIPS.
      * A transaction not rejected was applied ; when the batch did
      * not run at all the slips stay unanswered, to be keyed again.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RS-COUNT
               IF WS-RS-OUTCOME(WS-RX) = "T"
                   IF WS-APPLY-DONE = "Y"
                       MOVE WS-RS-TX-KIND(WS-RX)
                           TO WS-RS-OUTCOME(WS-RX)
                   ELSE
                       MOVE "X" TO WS-RS-OUTCOME(WS-RX)
                       MOVE "NON APPLIQUEE, A RESAISIR"
                           TO WS-RS-REASON(WS-RX)
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               END-IF
               EVALUATE WS-RS-OUTCOME(WS-RX)
                   WHEN "C"
                       ADD 1 TO WS-CONFIRMED-COUNT
                   WHEN "M"
                       ADD 1 TO WS-CORRECTED-COUNT
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF (WS-RS-OUTCOME(WS-RX) = "C"
                   OR WS-RS-OUTCOME(WS-RX) = "M")
                   AND WS-RS-DOB-OK(WS-RX) = "O"
                   ADD 1 TO WS-DOB-CONFIRMED-COUNT
               END-IF
           END-PERFORM.

       REWRITE-REGISTER.
           IF WS-CONFIRMED-COUNT > 0 OR WS-CORRECTED-COUNT > 0
               OR WS-REJECTED-COUNT > 0
               OPEN INPUT REGISTER_FILE
               IF WS-REGISTER-FILE-STATUS = "00"
                   OPEN OUTPUT KEEP_FILE
                   IF WS-KEEP-FILE-STATUS NOT = "00"
                       DISPLAY "ERREUR OUVERTURE verif_register.tmp "
                           "- STATUS " WS-KEEP-FILE-STATUS
                       MOVE 12 TO WS-FINAL-RC
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
               END-IF
           END-IF.

       KEEP-REGISTER-ENTRY.
           IF VRF-YEAR = WS-CAMPAIGN-YEAR
               AND (VRF-SENT OR VRF-REJECTED)
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RS-COUNT
                   IF WS-RS-ID(WS-RX) = VRF-PERSON-ID
                       AND (WS-RS-OUTCOME(WS-RX) = "C"
                           OR WS-RS-OUTCOME(WS-RX) = "M"
                           OR WS-RS-OUTCOME(WS-RX) = "R")
                       PERFORM UPDATE-REGISTER-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           MOVE VERIF-RECORD TO KEEP_RECORD
           WRITE KEEP_RECORD.

       UPDATE-REGISTER-ENTRY.
           MOVE WS-RS-OUTCOME(WS-RX) TO VRF-STATE
           MOVE WS-RS-REPLY-DATE(WS-RX) TO VRF-REPLY-DATE
           MOVE WS-RS-TX-REF(WS-RX) TO VRF-TX-REF
           MOVE WS-OPERATOR-ID TO VRF-OPERATOR
           IF VRF-REJECTED
               MOVE 0 TO VRF-CONFIRMED-DATE
               MOVE "N" TO VRF-DOB-CONFIRMED
               MOVE WS-RS-REASON(WS-RX) TO VRF-REASON
           ELSE
               MOVE WS-BUSINESS-DATE TO VRF-CONFIRMED-DATE
               MOVE SPACES TO VRF-REASON
               IF WS-RS-DOB-OK(WS-RX) = "O"
                   MOVE "O" TO VRF-DOB-CONFIRMED
               ELSE
                   MOVE "N" TO VRF-DOB-CONFIRMED
               END-IF
           END-IF.

       COPY-REGISTER-BACK.
           CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-REGISTER-NAME
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR REECRITURE verif_register.txt - RC "
                   WS-COPY-RC
               MOVE 12 TO WS-FINAL-RC
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF.

       WRITE-CONFIRM-AUDITS.
      * A corrected record is audited by BatchTransactions.cbl ; a
      * record confirmed unchanged gets its own CONFIR line.
           IF WS-CONFIRMED-COUNT > 0
               OPEN EXTEND AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT_LOG
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                       WS-AUDIT-FILE-STATUS
                   MOVE 12 TO WS-FINAL-RC
               ELSE
                   PERFORM VARYING WS-RX FROM 1 BY 1
                           UNTIL WS-RX > WS-RS-COUNT
                       IF WS-RS-OUTCOME(WS-RX) = "C"
                           AND WS-RS-TX-REF(WS-RX) = SPACES
                           PERFORM WRITE-ONE-CONFIRM-AUDIT
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT_LOG
               END-IF
           END-IF.

       WRITE-ONE-CONFIRM-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "CONFIR" TO AUD-ACTION
           MOVE WS-RS-NOM(WS-RX) TO AUD-NOM
           MOVE WS-RS-AGE(WS-RX) TO AUD-BEFORE-AGE
           MOVE WS-RS-VILLE(WS-RX) TO AUD-BEFORE-VILLE
           MOVE WS-RS-AGE(WS-RX) TO AUD-AFTER-AGE
           MOVE WS-RS-VILLE(WS-RX) TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

       PRINT-RESULTS.
           OPEN OUTPUT PRINT_FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "REPONSES A LA VERIFICATION DES DONNEES - "
                   "CAMPAGNE " WS-CAMPAIGN-YEAR " - TRAITEES LE "
                   WS-DATE-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "NUMERO NOM                  RESULTAT     MOTIF"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE ALL "-" TO PRINT-LINE(1:80)
               WRITE PRINT-LINE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RS-COUNT
                   PERFORM PRINT-ONE-SLIP
               END-PERFORM
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RS-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "COUPONS TRAITES              " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-CONFIRMED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "CONFIRMES SANS CHANGEMENT    " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-CORRECTED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "CORRIGES                     " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-DOB-CONFIRMED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "  DONT NAISSANCE CONFIRMEE   " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "CORRECTIONS REJETEES         " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "COUPONS REFUSES              " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               CLOSE PRINT_FILE
               DISPLAY "RESULTATS DANS " WS-PRINT-FILENAME
           END-IF.

       PRINT-ONE-SLIP.
           EVALUATE WS-RS-OUTCOME(WS-RX)
               WHEN "C"
                   MOVE "CONFIRME" TO WS-OUTCOME-TEXT
               WHEN "M"
                   MOVE "CORRIGE" TO WS-OUTCOME-TEXT
               WHEN "R"
                   MOVE "REJETE" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "REFUSE" TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           STRING WS-RS-ID-INPUT(WS-RX) " " WS-RS-NOM(WS-RX) " "
               WS-OUTCOME-TEXT " " WS-RS-REASON(WS-RX)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
