      * Walks the AUDIT.aaaamm archives of the last 36 months in
      * month order and then the live audit.log, recomputing every
      * record's check value (the same weighted byte sum over the
      * 101-character body that AuditChain.cbl stamps, with the
      * transaction reference when the line carries one, folded into
      * the previous value) and checking the sequence numbers climb
      * by one. Any break - a missing number, a value that does not
      * recompute, or an unchained line appearing after the chain
           COPY AUDITREC.
       01  AUDIT-BODY-VIEW REDEFINES AUDIT-RECORD.
           05 AUD-BODY PIC X(101).
           05 FILLER PIC X(26).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).
                   WS-CHECKSUM
                   + FUNCTION ORD(AUD-BODY(WS-CX:1))
                   * (FUNCTION MOD(WS-CX, 7) + 1), 100000000)
           END-PERFORM
           IF AUD-TX-REF NOT = SPACES
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
                   COMPUTE WS-CHECKSUM = FUNCTION MOD(
                       WS-CHECKSUM
                       + FUNCTION ORD(AUD-TX-REF(WS-CX:1))
                       * (FUNCTION MOD(WS-CX + 101, 7) + 1),
                       100000000)
               END-PERFORM
           END-IF.
