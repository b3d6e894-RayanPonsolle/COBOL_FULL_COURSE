      ******************************************************************
      * Name : AddressMoves.cbl
      * Author: RayanPonsolle
      * Applies the moves keyed ahead of their date. A move planned
      * at the desk (PersonMaint.cbl, choice D) waits in
      * address_history.dat as an "F" row ; once its date has come
      * (business date, so the night run applies the moves of the
      * day it reports on) the new address lines, postal code and
      * VILLE are written to the people record, a DEMENA audit
      * record is cut and the REWRIT is journalled - PersonJournal
      * hands it to AddressHistory.cbl, which turns the planned row
      * into the period in force on its own date. As with a
      * corrected address, the move lifts an NPAI hold. A person
      * deceased since the move was keyed is left alone and
      * counted, as is a planned row whose person number is gone ;
      * either way the planned move is dropped.
      * AGE never changes, so the count/hash trailer is untouched.
      * Run as a step of NightlyBatch.cbl ahead of the report
      * steps ; nothing due is a normal night (RC 0).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressMoves.

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

           SELECT HISTORY_FILE ASSIGN TO "address_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  HISTORY_FILE.
           COPY ADRHREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "AddressMoves".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  FILE-END PIC 9.
       01  WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 2000 TIMES.
               10 WS-DUE-PERSON-ID PIC 9(6).
               10 WS-DUE-FROM PIC 9(8).
               10 WS-DUE-ADDRESS.
                   15 WS-DUE-ADR-1 PIC X(30).
                   15 WS-DUE-ADR-2 PIC X(30).
                   15 WS-DUE-CP PIC X(5).
                   15 WS-DUE-VILLE PIC A(20).
       01  WS-DUE-TALLY PIC 9(4) VALUE 0.
       01  WS-DX PIC 9(4).
       01  WS-CURRENT-ADDRESS.
           05 WS-CUR-ADR-1 PIC X(30).
           05 WS-CUR-ADR-2 PIC X(30).
           05 WS-CUR-CP PIC X(5).
           05 WS-CUR-VILLE PIC A(20).
       01  WS-BEFORE-VILLE PIC A(20).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-AH-ACTION PIC X(6).
       01  WS-AH-REQUEST.
           05 WS-AH-DATE-FROM PIC 9(8).
           05 WS-AH-DATE-TO PIC 9(8).
           05 WS-AH-NEW-ADDRESS PIC X(85).
           05 WS-AH-OLD-ADDRESS PIC X(85).
           05 WS-AH-OLD-SINCE PIC 9(8).
       01  WS-AH-PERIODS.
           05 WS-AH-PERIOD-COUNT PIC 99.
           05 WS-AH-PERIOD PIC X(110) OCCURS 20 TIMES.
       01  WS-AH-RESULT PIC X.
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01  WS-DECEASED-COUNT PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT PIC 9(6) VALUE 0.

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

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.

           PERFORM LOAD-DUE-MOVES.
           IF WS-DUE-TALLY = 0
               DISPLAY "DEMENAGEMENTS A APPLIQUER AU "
                   WS-BUSINESS-DATE " : AUCUN"
               MOVE 0 TO RETURN-CODE
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

           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DUE-TALLY
               PERFORM APPLY-ONE-MOVE
           END-PERFORM.

           CLOSE DATA_FILE.
           CLOSE AUDIT_LOG.
           PERFORM RELEASE-UPDATE-LOCK.

           DISPLAY "DEMENAGEMENTS PREVUS APPLIQUES AU "
               WS-BUSINESS-DATE.
           DISPLAY "------------------------------------".
           DISPLAY "DEMENAGEMENTS ECHUS      : " WS-DUE-TALLY.
           DISPLAY "ADRESSES MISES A JOUR    : " WS-APPLIED-COUNT.
           DISPLAY "ADRESSE DEJA EN PLACE    : " WS-ALREADY-COUNT.
           DISPLAY "PERSONNES DECEDEES       : " WS-DECEASED-COUNT.
           DISPLAY "NUMEROS ABSENTS          : " WS-MISSING-COUNT.
           DISPLAY "ERREURS DE MISE A JOUR   : " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DECEASED-COUNT > 0 OR WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-DUE-MOVES.
      * The planned rows are gathered first and the history file
      * closed, since applying each move goes back into it through
      * the journal.
           MOVE 0 TO WS-DUE-TALLY
           OPEN INPUT HISTORY_FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AH-STATE = "F"
                               AND AH-FROM-DATE <= WS-BUSINESS-DATE
                               PERFORM KEEP-DUE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
           END-IF.

       KEEP-DUE-MOVE.
      * Two planned moves of one person both come due after a gap in
      * the night runs : the later one is applied, and AddressHistory
      * drops the earlier one it overtakes.
           IF WS-DUE-TALLY > 0
               AND WS-DUE-PERSON-ID(WS-DUE-TALLY) = AH-PERSON-ID
               MOVE AH-FROM-DATE TO WS-DUE-FROM(WS-DUE-TALLY)
               MOVE AH-ADDRESS TO WS-DUE-ADDRESS(WS-DUE-TALLY)
           ELSE
               IF WS-DUE-TALLY < 2000
                   ADD 1 TO WS-DUE-TALLY
                   MOVE AH-PERSON-ID TO WS-DUE-PERSON-ID(WS-DUE-TALLY)
                   MOVE AH-FROM-DATE TO WS-DUE-FROM(WS-DUE-TALLY)
                   MOVE AH-ADDRESS TO WS-DUE-ADDRESS(WS-DUE-TALLY)
               ELSE
                   DISPLAY "AVERTISSEMENT : PLUS DE 2000 "
                       "DEMENAGEMENTS ECHUS, LE RESTE AU PROCHAIN "
                       "PASSAGE"
                   MOVE 0 TO FILE-END
               END-IF
           END-IF.

       APPLY-ONE-MOVE.
           MOVE WS-DUE-PERSON-ID(WS-DX) TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY "NUMERO " WS-DUE-PERSON-ID(WS-DX)
                       " ABSENT DU FICHIER, DEMENAGEMENT DU "
                       WS-DUE-FROM(WS-DX) " NON APPLIQUE"
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM DROP-PLANNED-MOVE
               NOT INVALID KEY
                   PERFORM UPDATE-PERSON-ADDRESS
           END-READ.

       UPDATE-PERSON-ADDRESS.
           MOVE ADR-LIGNE-1 TO WS-CUR-ADR-1
           MOVE ADR-LIGNE-2 TO WS-CUR-ADR-2
           MOVE CODE-POSTAL TO WS-CUR-CP
           MOVE VILLE TO WS-CUR-VILLE
           EVALUATE TRUE
               WHEN STATUT = "D"
                   DISPLAY "NUMERO " PERSON-ID " DECEDE, "
                       "DEMENAGEMENT DU " WS-DUE-FROM(WS-DX)
                       " NON APPLIQUE"
                   ADD 1 TO WS-DECEASED-COUNT
                   PERFORM DROP-PLANNED-MOVE
               WHEN WS-CURRENT-ADDRESS = WS-DUE-ADDRESS(WS-DX)
      * Keyed at the desk meanwhile : the record is right, only the
      * history row still has to take over.
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "RECORD" TO WS-AH-ACTION
                   MOVE 0 TO WS-AH-DATE-FROM WS-AH-DATE-TO
                   MOVE WS-DUE-ADDRESS(WS-DX) TO WS-AH-NEW-ADDRESS
                   MOVE WS-CURRENT-ADDRESS TO WS-AH-OLD-ADDRESS
                   MOVE CAPTURE-DATE TO WS-AH-OLD-SINCE
                   CALL "AddressHistory" USING WS-AH-ACTION
                       PERSON-ID WS-AH-REQUEST WS-AH-PERIODS
                       WS-OPERATOR-ID WS-AH-RESULT
                   END-CALL
               WHEN OTHER
                   MOVE FILE_DATA TO WS-JRN-BEFORE
                   MOVE VILLE TO WS-BEFORE-VILLE
                   MOVE WS-DUE-ADR-1(WS-DX) TO ADR-LIGNE-1
                   MOVE WS-DUE-ADR-2(WS-DX) TO ADR-LIGNE-2
                   MOVE WS-DUE-CP(WS-DX) TO CODE-POSTAL
                   MOVE WS-DUE-VILLE(WS-DX) TO VILLE
                   IF ADR-INVALID-FLAG = "I"
                       MOVE SPACE TO ADR-INVALID-FLAG
                       MOVE 0 TO ADR-INVALID-DATE
                   END-IF
                   REWRITE FILE_DATA
                       INVALID KEY
                           DISPLAY "ERREUR MISE A JOUR " NOM
                               " - STATUS " WS-DATA-FILE-STATUS
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "REWRIT" TO WS-JRN-ACTION
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-EVALUATE.

       DROP-PLANNED-MOVE.
           MOVE "UNPLAN" TO WS-AH-ACTION
           CALL "AddressHistory" USING WS-AH-ACTION
               WS-DUE-PERSON-ID(WS-DX) WS-AH-REQUEST WS-AH-PERIODS
               WS-OPERATOR-ID WS-AH-RESULT
           END-CALL.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
               FILE_DATA WS-OPERATOR-ID
           END-CALL.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "DEMENA" TO AUD-ACTION
           MOVE NOM TO AUD-NOM
           MOVE AGE TO AUD-BEFORE-AGE
           MOVE WS-BEFORE-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

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
