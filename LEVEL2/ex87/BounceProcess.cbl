      ******************************************************************
      * Name : BounceProcess.cbl
      * Author: RayanPonsolle
      * Processes the e-mail provider's bounce and unsubscribe file
      * back into the people file after a campaign sent from
      * EmailExtract.cbl, the way NpaiProcess.cbl takes the paper
      * returns back. Each bounces.txt line carries the mailbox as it
      * went out, a return type and the provider's date :
      *   H - hard bounce : the mailbox does not exist ; the person
      *       is marked EMAIL-INVALID-FLAG "I" with the date and drops
      *       out of the next campaign until a new mailbox is keyed ;
      *   U - unsubscribe : the person asked to hear no more, the
      *       do-not-contact preference (CONTACT-PREF "N") is set ;
      *   S - soft bounce (mailbox full, server down) : counted only,
      *       the provider retries on its own.
      * The file is matched on the mailbox, ignoring case, in one
      * pass over the people file ; every record carrying the mailbox
      * takes the change (a family sharing one address all bounce
      * together). Each change is journaled and audited (BOUNCE,
      * DESABO). A line matching nobody, or of an unknown type,
      * queues for the steward in suspense.txt with the mailbox in
      * the name and town columns. AGE never changes, so the
      * count/hash trailer is untouched.
      * bounces.txt goes through FileReception.cbl (source REJETS
      * COURRIEL) before it is read : a file identical to one already
      * applied is refused (RC 12), an empty or unusually short one
      * is held (RC 8), and the file is registered as applied once
      * the run ends without an update error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BounceProcess.

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

           SELECT BOUNCE_FILE ASSIGN TO WS-BOUNCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOUNCE-FILE-STATUS.

           SELECT SUSPENSE_FILE ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

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

       FD  BOUNCE_FILE.
       01  BOUNCE_RECORD.
           05 BNC-EMAIL PIC X(40).
           05 BNC-TYPE PIC X.
           05 BNC-DATE PIC 9(8).

       FD  SUSPENSE_FILE.
       01  SUSPENSE_RECORD.
           05 SUSP-NOM PIC A(20).
           05 SUSP-AGE-INPUT PIC X(3).
           05 SUSP-VILLE PIC A(20).
           05 SUSP-REASON PIC X(30).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-BOUNCE-FILENAME PIC X(60) VALUE "bounces.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-BOUNCE-FILE-STATUS PIC XX.
       01  WS-SUSPENSE-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "BounceProcess".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "REJETS COURRIEL".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-BOUNCE-TABLE.
           05 WS-BOUNCE-ENTRY OCCURS 2000 TIMES.
               10 WS-BN-EMAIL PIC X(40).
               10 WS-BN-TYPE PIC X.
               10 WS-BN-DATE PIC 9(8).
               10 WS-BN-MATCHED PIC X.
       01  WS-BOUNCE-TALLY PIC 9(4) VALUE 0.
       01  WS-BX PIC 9(4).
       01  WS-PERSON-EMAIL PIC X(40).
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-INVALID-COUNT PIC 9(6) VALUE 0.
       01  WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01  WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01  WS-SOFT-COUNT PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
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

           DISPLAY "BOUNCE_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BOUNCE-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-BOUNCE-FILENAME = SPACES
               MOVE "bounces.txt" TO WS-BOUNCE-FILENAME
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-BOUNCE-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
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

           OPEN INPUT BOUNCE_FILE.
           IF WS-BOUNCE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-BOUNCE-FILENAME
                   " - STATUS " WS-BOUNCE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND SUSPENSE_FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE_FILE
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE suspense.txt - STATUS "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE BOUNCE_FILE
               GOBACK
           END-IF.

           PERFORM LOAD-BOUNCE-TABLE.
           CLOSE BOUNCE_FILE.

           PERFORM CLAIM-UPDATE-LOCK.
           IF WS-LOCK-RESULT NOT = "Y"
               MOVE 12 TO RETURN-CODE
               CLOSE SUSPENSE_FILE
               GOBACK
           END-IF.

           OPEN I-O DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SUSPENSE_FILE
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
               CLOSE SUSPENSE_FILE
               CLOSE DATA_FILE
               PERFORM RELEASE-UPDATE-LOCK
               GOBACK
           END-IF.

           IF WS-BOUNCE-TALLY > 0
               PERFORM UNTIL 1 = 2
                   READ DATA_FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TR-KEY NOT = "**TRAILER**"
                               AND EMAIL NOT = SPACES
                               PERFORM MATCH-ONE-PERSON
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOUNCE-TALLY
               IF WS-BN-MATCHED(WS-BX) NOT = "Y"
                   PERFORM QUEUE-UNMATCHED-BOUNCE
               END-IF
           END-PERFORM.

           CLOSE SUSPENSE_FILE.
           CLOSE DATA_FILE.
           CLOSE AUDIT_LOG.
           PERFORM RELEASE-UPDATE-LOCK.

           IF WS-ERROR-COUNT = 0
               MOVE "T" TO WS-RCV-ACTION
               CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
                   WS-BOUNCE-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
                   WS-RCV-CHECK
           END-IF.

           DISPLAY "TRAITEMENT DES RETOURS COURRIEL TERMINE".
           DISPLAY "---------------------------------------".
           DISPLAY "RETOURS LUS             : " WS-READ-COUNT.
           DISPLAY "COURRIELS INVALIDES     : " WS-INVALID-COUNT.
           DISPLAY "DESABONNEMENTS          : " WS-OPTOUT-COUNT.
           DISPLAY "DEJA ENREGISTRES        : " WS-ALREADY-COUNT.
           DISPLAY "REJETS TEMPORAIRES      : " WS-SOFT-COUNT.
           DISPLAY "SANS CORRESPONDANCE     : " WS-UNMATCHED-COUNT.
           DISPLAY "ERREURS DE MISE A JOUR  : " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-READ-COUNT = 0
                   DISPLAY "AUCUN RETOUR A TRAITER."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-BOUNCE-TABLE.
      * The mailbox is held upper-cased so the match ignores the case
      * the provider chose to send back. A line beyond the table
      * goes straight to suspense rather than being dropped.
           PERFORM UNTIL 1 = 2
               READ BOUNCE_FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BOUNCE_RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM NOTE-ONE-BOUNCE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-BOUNCE.
           IF WS-BOUNCE-TALLY < 2000
               ADD 1 TO WS-BOUNCE-TALLY
               MOVE FUNCTION UPPER-CASE(BNC-EMAIL)
                   TO WS-BN-EMAIL(WS-BOUNCE-TALLY)
               MOVE FUNCTION UPPER-CASE(BNC-TYPE)
                   TO WS-BN-TYPE(WS-BOUNCE-TALLY)
               IF BNC-DATE IS NUMERIC AND BNC-DATE > 0
                   MOVE BNC-DATE TO WS-BN-DATE(WS-BOUNCE-TALLY)
               ELSE
                   MOVE WS-TODAY-YMD TO WS-BN-DATE(WS-BOUNCE-TALLY)
               END-IF
               MOVE "N" TO WS-BN-MATCHED(WS-BOUNCE-TALLY)
               IF WS-BN-TYPE(WS-BOUNCE-TALLY) NOT = "H"
                   AND WS-BN-TYPE(WS-BOUNCE-TALLY) NOT = "U"
                   AND WS-BN-TYPE(WS-BOUNCE-TALLY) NOT = "S"
                   MOVE "T" TO WS-BN-MATCHED(WS-BOUNCE-TALLY)
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE BNC-EMAIL(1:20) TO SUSP-NOM
               MOVE BNC-TYPE TO SUSP-AGE-INPUT
               MOVE BNC-EMAIL(21:20) TO SUSP-VILLE
               MOVE "RETOUR COURRIEL NON TRAITE" TO SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       MATCH-ONE-PERSON.
      * Every line naming this mailbox is applied ; a line of unknown
      * type (marked "T") is left for the suspense queue.
           MOVE FUNCTION UPPER-CASE(EMAIL) TO WS-PERSON-EMAIL
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOUNCE-TALLY
               IF WS-BN-EMAIL(WS-BX) = WS-PERSON-EMAIL
                   AND WS-BN-MATCHED(WS-BX) NOT = "T"
                   MOVE "Y" TO WS-BN-MATCHED(WS-BX)
                   EVALUATE WS-BN-TYPE(WS-BX)
                       WHEN "H"
                           PERFORM MARK-EMAIL-INVALID
                       WHEN "U"
                           PERFORM MARK-DO-NOT-CONTACT
                       WHEN OTHER
                           ADD 1 TO WS-SOFT-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       MARK-EMAIL-INVALID.
           IF EMAIL-INVALID-FLAG = "I"
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE FILE_DATA TO WS-JRN-BEFORE
               MOVE "I" TO EMAIL-INVALID-FLAG
               MOVE WS-BN-DATE(WS-BX) TO EMAIL-INVALID-DATE
               REWRITE FILE_DATA
                   INVALID KEY
                       DISPLAY "ERREUR MISE A JOUR " NOM " - STATUS "
                           WS-DATA-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-INVALID-COUNT
                       MOVE "REWRIT" TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "BOUNCE" TO AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       MARK-DO-NOT-CONTACT.
           IF CONTACT-PREF = "N"
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE FILE_DATA TO WS-JRN-BEFORE
               MOVE "N" TO CONTACT-PREF
               REWRITE FILE_DATA
                   INVALID KEY
                       DISPLAY "ERREUR MISE A JOUR " NOM " - STATUS "
                           WS-DATA-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-OPTOUT-COUNT
                       MOVE "REWRIT" TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "DESABO" TO AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
               FILE_DATA WS-OPERATOR-ID
           END-CALL.

       QUEUE-UNMATCHED-BOUNCE.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE WS-BN-EMAIL(WS-BX)(1:20) TO SUSP-NOM
           MOVE WS-BN-TYPE(WS-BX) TO SUSP-AGE-INPUT
           MOVE WS-BN-EMAIL(WS-BX)(21:20) TO SUSP-VILLE
           IF WS-BN-MATCHED(WS-BX) = "T"
               MOVE "TYPE DE RETOUR INCONNU" TO SUSP-REASON
           ELSE
               MOVE "RETOUR COURRIEL SANS CORRESP." TO SUSP-REASON
           END-IF
           PERFORM WRITE-SUSPENSE-RECORD.

       WRITE-SUSPENSE-RECORD.
           WRITE SUSPENSE_RECORD
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR ECRITURE suspense.txt - STATUS "
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
      * AUD-ACTION is set by the caller.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE NOM TO AUD-NOM
           MOVE AGE TO AUD-BEFORE-AGE
           MOVE VILLE TO AUD-BEFORE-VILLE
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
