      * chain, writes one UPDATE audit record per change with the
      * before/after values, and prints a totals page. AGE does not
      * change, so the count/hash trailer is untouched.
      * A merger queued for its date in effective_changes.txt is run
      * the same way by the night run (EffectiveApply.cbl), which
      * hands over the order number in CHANGE_ORDER instead of the
      * operator keying it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VilleMassChange.
       01  WS-TARGET-OK PIC X VALUE "N".
           88 TARGET-IS-OK VALUE "Y".
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-ORDER-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-ORDER-INPUT PIC X(4).
           END-IF.

           PERFORM LOAD-CHANGE-ORDERS.
           DISPLAY "CHANGE_ORDER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ORDER-INPUT FROM ENVIRONMENT-VALUE.
           IF WS-ORDER-INPUT = SPACES
               DISPLAY "Numero d'ordre de changement approuve : "
               ACCEPT WS-ORDER-INPUT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-ORDER-INPUT) NOT = 0
               DISPLAY "NUMERO D'ORDRE INVALIDE, ABANDON."
               MOVE 12 TO RETURN-CODE
           MOVE WS-OLD-VILLE TO AUD-BEFORE-VILLE
           MOVE AGE TO AUD-AFTER-AGE
           MOVE WS-NEW-VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
