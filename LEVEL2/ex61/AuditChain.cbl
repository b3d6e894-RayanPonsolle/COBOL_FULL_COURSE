      * the reconciliation baseline, so appending stays O(1) instead
      * of rereading the whole log. Anyone deleting or editing a line
      * afterwards breaks the recomputation, which
      * AuditChainVerify.cbl reports. A transaction reference after
      * the chain fields is folded into the check value when it is
      * not blank, so lines without one compute as they always did.
      * audit.idx keeps the first 115 characters of the line, as
      * before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChain.
           05 LK-AUD-BODY PIC X(101).
           05 LK-AUD-SEQ-NO PIC 9(6).
           05 LK-AUD-CHAIN PIC 9(8).
           05 LK-AUD-TX-REF PIC X(12).

       PROCEDURE DIVISION USING LK-AUDIT-RECORD.
       MAIN.
                   WS-CHECKSUM
                   + FUNCTION ORD(LK-AUD-BODY(WS-CX:1))
                   * (FUNCTION MOD(WS-CX, 7) + 1), 100000000)
           END-PERFORM
      * The transaction reference continues the same weighting as
      * positions 102 to 113.
           IF LK-AUD-TX-REF NOT = SPACES
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
                   COMPUTE WS-CHECKSUM = FUNCTION MOD(
                       WS-CHECKSUM
                       + FUNCTION ORD(LK-AUD-TX-REF(WS-CX:1))
                       * (FUNCTION MOD(WS-CX + 101, 7) + 1),
                       100000000)
               END-PERFORM
           END-IF.

       SAVE-LAST-LINK.
           OPEN OUTPUT CHAIN_FILE.
