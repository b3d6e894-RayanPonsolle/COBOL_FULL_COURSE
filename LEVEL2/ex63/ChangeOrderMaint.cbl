      * number travels into every UPDATE audit record the mass
      * change writes, so the trail shows which order covered which
      * rewrite.
      * A merger that takes effect on a set date (1 January, say)
      * can be given that date when the order is keyed : the run is
      * then queued in effective_changes.txt (EffectiveQueue.cbl,
      * audited DIFPRV) and carried out by the night run of that
      * date (EffectiveApply.cbl) instead of by hand. Cancelling the
      * order cancels its queued run with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeOrderMaint.
       01  WS-ORD-TALLY PIC 9(3) VALUE 0.
       01  WS-OX PIC 9(3).
       01  WS-NEXT-ORDER-NO PIC 9(4) VALUE 1.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-EFFECT-DATE-INPUT PIC X(8).
       01  WS-EFFECT-DATE PIC 9(8).
           COPY EFFCREC.
       01  WS-EQ-ACTION PIC X(6).
       01  WS-EQ-HELD-LIST.
           05 WS-EQ-HELD-COUNT PIC 99.
           05 WS-EQ-HELD-ENTRY PIC X(44) OCCURS 20 TIMES.
       01  WS-EQ-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN.
                   TO WS-ORD-DATE(WS-ORD-TALLY)
               DISPLAY "ORDRE " WS-ORD-NO(WS-ORD-TALLY) " APPROUVE."
               PERFORM WRITE-AUDIT-ORDER-ADD
               PERFORM GET-EFFECT-DATE
           END-IF.

       CANCEL-ORDER.
                       MOVE WS-ORD-NEW(WS-OX) TO WS-NEW-INPUT
                       DISPLAY "ORDRE " WS-PICK-NO " ANNULE."
                       PERFORM WRITE-AUDIT-ORDER-CANCEL
                       PERFORM CANCEL-QUEUED-MERGER
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
               END-IF
           END-IF.

       GET-EFFECT-DATE.
      * Blank keeps the order for a run by hand ; a later date queues
      * the run for the night of that date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           DISPLAY "Date d'effet AAAAMMJJ (vide = passage manuel) : "
           MOVE SPACES TO WS-EFFECT-DATE-INPUT
           ACCEPT WS-EFFECT-DATE-INPUT
           IF WS-EFFECT-DATE-INPUT NOT = SPACES
               IF WS-EFFECT-DATE-INPUT IS NUMERIC
                   MOVE WS-EFFECT-DATE-INPUT TO WS-EFFECT-DATE
               ELSE
                   MOVE 0 TO WS-EFFECT-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECT-DATE) NOT = 0
                   OR WS-EFFECT-DATE NOT > WS-TODAY-YMD
                   DISPLAY "DATE INVALIDE OU NON FUTURE, ORDRE "
                       "LAISSE AU PASSAGE MANUEL."
               ELSE
                   PERFORM QUEUE-MERGER
               END-IF
           END-IF.

       QUEUE-MERGER.
           INITIALIZE EFFECTIVE-CHANGE-RECORD
           MOVE WS-EFFECT-DATE TO EFC-DUE-DATE
           MOVE "FUSION" TO EFC-ACTION
           MOVE 0 TO EFC-PERSON-ID
           MOVE WS-OLD-INPUT TO EFC-NOM
           MOVE WS-NEW-INPUT TO EFC-NEW-VILLE
           MOVE WS-ORD-NO(WS-ORD-TALLY) TO EFC-ORDER-NO
           MOVE "ADD" TO WS-EQ-ACTION
           CALL "EffectiveQueue" USING WS-EQ-ACTION
               EFFECTIVE-CHANGE-RECORD WS-EQ-HELD-LIST
               WS-OPERATOR-ID WS-EQ-RESULT
           END-CALL
           IF WS-EQ-RESULT = "Y"
               MOVE "DIFPRV" TO AUD-ACTION
               PERFORM WRITE-AUDIT-COMMON
               DISPLAY "FUSION PLANIFIEE LE " WS-EFFECT-DATE
                   " (CHANGEMENT " EFC-NO ")."
           ELSE
               DISPLAY "FUSION NON PLANIFIEE, ORDRE LAISSE AU "
                   "PASSAGE MANUEL."
           END-IF.

       CANCEL-QUEUED-MERGER.
      * Every held run under the order goes with it ; the DIFANN
      * record is written only when there was one.
           INITIALIZE EFFECTIVE-CHANGE-RECORD
           MOVE 0 TO EFC-NO
           MOVE WS-PICK-NO TO EFC-ORDER-NO
           MOVE "CANCEL" TO WS-EQ-ACTION
           CALL "EffectiveQueue" USING WS-EQ-ACTION
               EFFECTIVE-CHANGE-RECORD WS-EQ-HELD-LIST
               WS-OPERATOR-ID WS-EQ-RESULT
           END-CALL
           IF WS-EQ-RESULT = "Y"
               MOVE "DIFANN" TO AUD-ACTION
               PERFORM WRITE-AUDIT-COMMON
               DISPLAY "FUSION PLANIFIEE DE L'ORDRE " WS-PICK-NO
                   " ANNULEE."
           END-IF.

       CHECK-TARGET-CITY.
           MOVE "N" TO WS-TARGET-OK
           OPEN INPUT CITY_FILE
           MOVE WS-OLD-INPUT TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE WS-NEW-INPUT TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
