           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE SPACES TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
