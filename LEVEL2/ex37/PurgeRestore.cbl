      * restore attempt simply finds the number present.
      * Older archive lines written before the full-record layout are
      * read with their missing fields blank and restore that way.
      * A record whose capture date or status date falls in a month
      * closed by MonthEndClose.cbl (PeriodCheck.cbl) is not
      * restored - it would change that month's published figures -
      * and is counted apart until a supervisor reopens the month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurgeRestore.
           05 PRG-STATUT-DATE PIC 9(8).
           05 PRG-ADR-INVALID-FLAG PIC X.
           05 PRG-ADR-INVALID-DATE PIC 9(8).
           05 PRG-EMAIL-INVALID-FLAG PIC X.
           05 PRG-EMAIL-INVALID-DATE PIC 9(8).
           05 PRG-PURGE-DATE PIC 9(8).
           05 PRG-CIVILITE PIC X.

       FD  AUDIT_LOG.
           COPY AUDITREC.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-NEXT-PERSON-ID PIC 9(6) VALUE 1.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-LIST-COUNT PIC 9(6).
       01  WS-RESTORED-COUNT PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT PIC 9(6) VALUE 0.
       01  WS-PERIOD-DATE PIC 9(8).
       01  WS-PERIOD-RESULT PIC X.
       01  WS-SELECTED PIC X.
           88 RECORD-SELECTED VALUE "Y".


           DISPLAY "RESTAURES : " WS-RESTORED-COUNT
               " - REFUSES (NOM EXISTANT) : " WS-REFUSED-COUNT.
           IF WS-CLOSED-COUNT > 0
               DISPLAY "REFUSES (PERIODE CLOTUREE) : " WS-CLOSED-COUNT
           END-IF.
           IF WS-RESTORED-COUNT = 0
               DISPLAY "AUCUN ENREGISTREMENT RESTAURE."
               MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF RECORD-SELECTED
               PERFORM CHECK-RESTORE-PERIOD
               IF WS-PERIOD-RESULT = "C"
                   DISPLAY "PERIODE CLOTUREE, RESTAURATION REFUSEE : "
                       PRG-NOM " (DATE " WS-PERIOD-DATE ")"
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM RESTORE-ONE-RECORD
               END-IF
           END-IF.

       CHECK-RESTORE-PERIOD.
           MOVE "O" TO WS-PERIOD-RESULT
           IF PRG-CAPTURE-DATE IS NUMERIC
               MOVE PRG-CAPTURE-DATE TO WS-PERIOD-DATE
               CALL "PeriodCheck" USING WS-PERIOD-DATE
                   WS-PERIOD-RESULT
               END-CALL
           END-IF
           IF WS-PERIOD-RESULT NOT = "C"
               AND PRG-STATUT-DATE IS NUMERIC
               AND PRG-STATUT-DATE > 0
               MOVE PRG-STATUT-DATE TO WS-PERIOD-DATE
               CALL "PeriodCheck" USING WS-PERIOD-DATE
                   WS-PERIOD-RESULT
               END-CALL
           END-IF.

       RESTORE-ONE-RECORD.
           ELSE
               MOVE 0 TO ADR-INVALID-DATE
           END-IF
           MOVE PRG-EMAIL-INVALID-FLAG TO EMAIL-INVALID-FLAG
           IF PRG-EMAIL-INVALID-DATE IS NUMERIC
               MOVE PRG-EMAIL-INVALID-DATE TO EMAIL-INVALID-DATE
           ELSE
               MOVE 0 TO EMAIL-INVALID-DATE
           END-IF
           IF PRG-STATUT-DATE IS NUMERIC
               MOVE PRG-STATUT-DATE TO STATUT-DATE
           ELSE
               MOVE 0 TO STATUT-DATE
           END-IF
           MOVE PRG-CIVILITE TO CIVILITE
           IF PRG-PERSON-ID IS NUMERIC AND PRG-PERSON-ID > 0
               MOVE PRG-PERSON-ID TO PERSON-ID
               IF PERSON-ID >= WS-NEXT-PERSON-ID
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
