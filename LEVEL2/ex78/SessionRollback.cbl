       01  WS-FOUND PIC X.
       01  WS-DONE PIC X.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 TIMES.
               10 WS-CHG-ACTION PIC X(6).
           MOVE WS-CHG-AFTER-VILLE(WS-CX) TO AUD-BEFORE-VILLE
           MOVE WS-CHG-BEFORE-AGE(WS-CX) TO AUD-AFTER-AGE
           MOVE WS-CHG-BEFORE-VILLE(WS-CX) TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
