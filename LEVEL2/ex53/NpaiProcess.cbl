      * queues for the steward in suspense.txt the way the entry
      * desk's rejects do. AGE never changes, so the count/hash
      * trailer is untouched.
      * A return addressed under a name the person no longer carries
      * is matched through aliases.dat : when the NOM chain gives
      * nothing, the former and usage names are tried with the same
      * postal-code check before the line goes to suspense.
      * npai.txt goes through FileReception.cbl (source NPAI) before
      * it is read : a return file identical to one already applied
      * is refused (RC 12), an empty or unusually short one is held
      * (RC 8), and the file is registered as applied once the run
      * ends without an update error.
      * Every address invalidated is also booked through
      * ContactLog.cbl as an NPAI return of the last postal campaign
      * the person was in before the return date, which is how
      * CampaignReport.cbl counts the returns per campaign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NpaiProcess.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  NPAI_FILE.
       01  NPAI_RECORD.
       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  ALIAS_FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-NPAI-FILENAME PIC X(60) VALUE "npai.txt".
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "NpaiProcess".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "NPAI".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-RETURN-DATE PIC 9(8).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-ALIAS-END PIC 9.
       01  WS-ALIAS-OPEN PIC X VALUE "N".
           88 ALIASES-OPEN VALUE "Y".
       01  WS-ALIAS-MATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT PIC 9(6) VALUE 0.
           COPY CTRREQ.

       PROCEDURE DIVISION.
       MAIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-NPAI-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
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

           OPEN INPUT NPAI_FILE.
           IF WS-NPAI-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-NPAI-FILENAME
               GOBACK
           END-IF.

           OPEN INPUT ALIAS_FILE.
           IF WS-ALIAS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ALIAS-OPEN
           END-IF.

           PERFORM UNTIL FILE-END = 0
               READ NPAI_FILE
                   AT END
           CLOSE SUSPENSE_FILE.
           CLOSE DATA_FILE.
           CLOSE AUDIT_LOG.
           IF ALIASES-OPEN
               CLOSE ALIAS_FILE
           END-IF.
           PERFORM RELEASE-UPDATE-LOCK.

           IF WS-ERROR-COUNT = 0
               MOVE "T" TO WS-RCV-ACTION
               CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
                   WS-NPAI-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
                   WS-RCV-CHECK
           END-IF.

           DISPLAY "TRAITEMENT DES RETOURS NPAI TERMINE".
           DISPLAY "------------------------------------".
           DISPLAY "RETOURS LUS             : " WS-READ-COUNT.
           DISPLAY "ADRESSES INVALIDEES     : " WS-MARKED-COUNT.
           DISPLAY "DEJA INVALIDEES         : " WS-ALREADY-COUNT.
           DISPLAY "DONT PAR ANCIEN NOM     : " WS-ALIAS-MATCH-COUNT.
           DISPLAY "IMPUTES A UNE CAMPAGNE  : " WS-BOOKED-COUNT.
           DISPLAY "SANS CORRESPONDANCE     : " WS-UNMATCHED-COUNT.
           DISPLAY "ERREURS DE MISE A JOUR  : " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
                       END-IF
               END-READ
           END-PERFORM
           IF NOT RETURN-MATCHED AND ALIASES-OPEN
               PERFORM MATCH-RETURN-BY-ALIAS
           END-IF
           IF NOT RETURN-MATCHED
               PERFORM QUEUE-UNMATCHED-RETURN
           END-IF.

       MATCH-RETURN-BY-ALIAS.
      * Each person who once carried the returned name is read by
      * number ; the first whose CODE-POSTAL agrees takes the mark.
           MOVE 0 TO WS-ALIAS-END
           MOVE NPAI-NOM TO ALS-NOM
           START ALIAS_FILE KEY IS = ALS-NOM
               INVALID KEY
                   MOVE 1 TO WS-ALIAS-END
           END-START
           PERFORM UNTIL WS-ALIAS-END = 1
               READ ALIAS_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-ALIAS-END
                   NOT AT END
                       IF ALS-NOM NOT = NPAI-NOM
                           MOVE 1 TO WS-ALIAS-END
                       ELSE
                           MOVE ALS-PERSON-ID TO PERSON-ID
                           READ DATA_FILE
                               KEY IS PERSON-ID
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CODE-POSTAL = NPAI-CP
                                       MOVE "Y" TO WS-MATCHED
                                       MOVE 1 TO WS-ALIAS-END
                                       ADD 1 TO WS-ALIAS-MATCH-COUNT
                                       PERFORM MARK-ADDRESS-INVALID
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       MARK-ADDRESS-INVALID.
           IF ADR-INVALID-FLAG = "I"
               ADD 1 TO WS-ALREADY-COUNT
                       MOVE "REWRIT" TO WS-JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM BOOK-NPAI-CONTACT
               END-REWRITE
           END-IF.

       BOOK-NPAI-CONTACT.
      * The return is counted against the last postal campaign the
      * person was in ; a return older than any campaign on file is
      * simply not booked.
           MOVE "NPAI" TO CTR-ACTION
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE WS-RETURN-DATE TO CTR-DATE
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           IF CTR-RESULT = "Y"
               ADD 1 TO WS-BOOKED-COUNT
           END-IF.


       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
           MOVE VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
