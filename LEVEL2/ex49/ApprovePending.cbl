      * a supervisor approve or reject each. Approval applies the
      * change to the indexed people file with trailer maintenance
      * and an audit record carrying BOTH operator IDs (the maker in
      * AUD-OPERATOR-ID, the approving supervisor in AUD-CHECKER-ID)
      * and the time the item was keyed (AUD-TX-REF).
      * Rejection moves the item to pending_rejects.txt with the
      * keyed reason. An item whose record changed since it was made
      * (before-values no longer match) or whose NOM is gone is
      * refused and kept queued for a fresh look. Items left pending
      * are written back, so the queue only shrinks by decision.
      * DECES items queued by DeathMatch.cbl from the national deaths
      * register set STATUT "D" with the date of death on approval ;
      * the rest of the record is left as it stands on file. A date
      * of death falling in a month closed by MonthEndClose.cbl
      * (PeriodCheck.cbl) is not posted : the item goes to
      * pending_rejects.txt as PERIODE CLOTUREE.
      * An approved correction that sets the do-not-contact flag is
      * booked through ContactLog.cbl as an opt-out of the last
      * campaign that reached the person.
      * An approved correction, do-not-contact request or delete
      * answers a request of the register (dsr_register.txt,
      * DsrRegister.cbl) as it does in PersonMaint.cbl : the
      * person's open rectification, objection or erasure requests
      * are offered for closing under the approving supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovePending.
           05 PND-ACTION PIC X(6).
           05 PND-BEFORE-AGE PIC 99.
           05 PND-BEFORE-VILLE PIC A(20).
           05 PND-AFTER-IMAGE PIC X(233).

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(284).

       FD  REJECT_FILE.
       01  REJECT_RECORD.
           05 REJ-PENDING PIC X(284).
           05 REJ-CHECKER-ID PIC X(8).
           05 REJ-REASON PIC X(30).

       01  WS-TRAILER-COUNT-DELTA PIC S9(6).
       01  WS-TRAILER-HASH-DELTA PIC S9(8).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
           COPY CTRREQ.
       01  FILE-END PIC 9.
       01  WS-CHOICE PIC X.
       01  WS-REASON-INPUT PIC X(30).
       01  WS-KEPT-COUNT PIC 9(6) VALUE 0.
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  WS-PERIOD-DATE PIC 9(8).
       01  WS-PERIOD-RESULT PIC X.
       01  WS-AFTER-DATA.
           05 WS-AFT-NOM PIC A(20).
           05 WS-AFT-AGE PIC 99.
           05 WS-AFT-VILLE PIC A(20).
           05 WS-AFT-REST PIC X(106).
           05 WS-AFT-PERSON-ID PIC 9(6).
           05 WS-AFT-CONTACT PIC X(50).
           05 WS-AFT-CONTACT-PREF PIC X.
           05 WS-AFT-STATUT PIC X.
           05 WS-AFT-STATUT-DATE PIC 9(8).
           05 WS-AFT-TAIL PIC X(19).
       01  WS-DSR-ACTION PIC X(6) VALUE "OFFER".
       01  WS-DSR-RESULT PIC X.
           COPY DSRREC.
           COPY DSRLIST.

       PROCEDURE DIVISION.
       MAIN.
               DISPLAY "  APRES : AGE " WS-AFT-AGE
                   " VILLE " WS-AFT-VILLE
           END-IF.
           IF PND-ACTION = "DECES"
               DISPLAY "  APRES : DECEDE LE " WS-AFT-STATUT-DATE
                   " (REGISTRE DES DECES)"
           END-IF.
           DISPLAY "Approuver (A), Rejeter (R) ou Passer (P) ?".
           ACCEPT WS-CHOICE.
           EVALUATE TRUE
                   "SAISIE, ITEM CONSERVE : " WS-AFT-NOM
               PERFORM KEEP-PENDING-ITEM
           ELSE
               EVALUATE PND-ACTION
                   WHEN "DELETE"
                       PERFORM APPLY-PENDING-DELETE
                   WHEN "DECES"
                       PERFORM APPLY-PENDING-DECES
                   WHEN OTHER
                       PERFORM APPLY-PENDING-UPDATE
               END-EVALUATE
           END-IF.

       APPLY-PENDING-UPDATE.
                   COMPUTE WS-TRAILER-HASH-DELTA =
                       WS-AFT-AGE - PND-BEFORE-AGE
                   PERFORM UPDATE-TRAILER
                   IF CONTACT-PREF = "N"
                       AND WS-JRN-BEFORE(205:1) NOT = "N"
                       PERFORM BOOK-OPPOSITION
                       MOVE "O" TO DSR-TYPE
                       PERFORM OFFER-REGISTER-REQUESTS
                   END-IF
                   DISPLAY "MODIFICATION APPLIQUEE : " WS-AFT-NOM
                   MOVE "R" TO DSR-TYPE
                   PERFORM OFFER-REGISTER-REQUESTS
           END-REWRITE.

       OFFER-REGISTER-REQUESTS.
      * DSR-TYPE is set by the caller ; the person number is the
      * one of the queued image, still there after a delete.
           MOVE 0 TO DSR-PERSON-ID
           IF WS-AFT-PERSON-ID IS NUMERIC
               MOVE WS-AFT-PERSON-ID TO DSR-PERSON-ID
           END-IF
           MOVE SPACES TO DSR-NOM
           MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
           EVALUATE DSR-TYPE
               WHEN "R"
                   MOVE "DONNEES RECTIFIEES" TO DSR-REASON
               WHEN "O"
                   MOVE "OPPOSITION ENREGISTREE" TO DSR-REASON
               WHEN OTHER
                   MOVE "DONNEES SUPPRIMEES" TO DSR-REASON
           END-EVALUATE
           CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
               DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
           END-CALL.

       BOOK-OPPOSITION.
      * A do-not-contact request comes into force on approval and is
      * put down to the last campaign that reached the person.
           MOVE "OPPOSE" TO CTR-ACTION
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTR-DATE
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       APPLY-PENDING-DECES.
      * A death matched by DeathMatch.cbl : only the status and its
      * date are taken from the queue, so anything corrected on the
      * record since the match stands. AGE is unchanged and the
      * trailer with it.
           MOVE WS-AFT-STATUT-DATE TO WS-PERIOD-DATE
           CALL "PeriodCheck" USING WS-PERIOD-DATE WS-PERIOD-RESULT
           END-CALL
           EVALUATE TRUE
               WHEN STATUT = "D"
                   DISPLAY "DECES DEJA ENREGISTRE, ITEM RETIRE : "
                       WS-AFT-NOM
               WHEN WS-PERIOD-RESULT = "C"
                   MOVE PENDING_RECORD TO REJ-PENDING
                   MOVE WS-OPERATOR-ID TO REJ-CHECKER-ID
                   MOVE "PERIODE CLOTUREE" TO REJ-REASON
                   WRITE REJECT_RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "PERIODE CLOTUREE : DECES DU "
                       WS-AFT-STATUT-DATE " NON ENREGISTRE, "
                       "ITEM REJETE : " WS-AFT-NOM
               WHEN OTHER
                   MOVE "D" TO STATUT
                   MOVE WS-AFT-STATUT-DATE TO STATUT-DATE
                   REWRITE FILE_DATA
                       INVALID KEY
                           DISPLAY "ERREUR MISE A JOUR - STATUS "
                               WS-DATA-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           PERFORM KEEP-PENDING-ITEM
                       NOT INVALID KEY
                           ADD 1 TO WS-APPROVED-COUNT
                           MOVE "REWRIT" TO WS-JRN-ACTION
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE "DECES" TO AUD-ACTION
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "DECES ENREGISTRE : " WS-AFT-NOM
                   END-REWRITE
           END-EVALUATE.

       APPLY-PENDING-DELETE.
           DELETE DATA_FILE
               INVALID KEY
                       0 - PND-BEFORE-AGE
                   PERFORM UPDATE-TRAILER
                   DISPLAY "SUPPRESSION APPLIQUEE : " WS-AFT-NOM
                   MOVE "E" TO DSR-TYPE
                   PERFORM OFFER-REGISTER-REQUESTS
           END-DELETE.

       WRITE-AUDIT-RECORD.
      * The maker stays the operator of record ; the approving
      * supervisor signs in AUD-CHECKER-ID. The time the maker
      * keyed the item rides in AUD-TX-REF, for the anomaly scan.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE PND-MAKER-ID TO AUD-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO AUD-CHECKER-ID
               MOVE WS-AFT-AGE TO AUD-AFTER-AGE
               MOVE WS-AFT-VILLE TO AUD-AFTER-VILLE
           END-IF
           MOVE PND-TIMESTAMP(3:12) TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
