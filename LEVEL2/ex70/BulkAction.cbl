      * and sample again and, on sign-off, copies it over
      * transactions.txt ready for the overnight processor and
      * removes the pending file, with BLKGEN / BLKREL audit
      * records. Transactions are generated in the overnight
      * processor's person-number format (IDUPD / IDDEL, TXIDREC.cpy)
      * so homonyms in a selection apply to exactly the records
      * selected ; each carries a reference "B" + aammjj + a running
      * number, found again in the audit record and the rejects. Only
      * a record still without a person number falls back to the
      * NOM-keyed line, and the preview counts those.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BulkAction.
           05 EXT-NOM PIC A(20).
           05 EXT-AGE PIC 99.
           05 EXT-VILLE PIC A(20).
           05 EXT-REST PIC X(191).
       01  EXTRACT-ID-VIEW REDEFINES EXTRACT-RECORD.
           05 FILLER PIC X(148).
           05 EXT-PERSON-ID PIC 9(6).
           05 FILLER PIC X(79).

       FD  PENDING_FILE.
       01  PENDING_RECORD.
           05 PND-NOM PIC A(20).
           05 PND-AGE-INPUT PIC X(3).
           05 PND-VILLE PIC A(20).
           COPY TXIDREC.

       FD  TRANSACTION_FILE.
       01  TRANSACTION_RECORD.
       01  WS-SAMPLE-SHOWN PIC 9(2) VALUE 0.
       01  WS-PREV-NOM PIC A(20) VALUE SPACES.
       01  WS-HOMONYM-COUNT PIC 9(4) VALUE 0.
       01  WS-NO-ID-COUNT PIC 9(6) VALUE 0.
       01  WS-REF-DATE PIC X(6).
       01  WS-REF-SEQ PIC 9(5) VALUE 0.
       01  WS-ACTION-CODE PIC X(6).
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
                               ADD 1 TO WS-HOMONYM-COUNT
                           END-IF
                           MOVE EXT-NOM TO WS-PREV-NOM
                           IF EXT-PERSON-ID NOT NUMERIC
                               OR EXT-PERSON-ID = 0
                               ADD 1 TO WS-NO-ID-COUNT
                           END-IF
                           IF WS-SAMPLE-SHOWN < 10
                               ADD 1 TO WS-SAMPLE-SHOWN
                               DISPLAY "  " WS-ACTION-CODE " "

           DISPLAY "TRANSACTIONS A GENERER : " WS-GEN-COUNT.
           IF WS-HOMONYM-COUNT > 0
               DISPLAY "NOTE : " WS-HOMONYM-COUNT
                   " NOM(S) EN PLUSIEURS EXEMPLAIRES DANS LA "
                   "SELECTION - APPLIQUES PAR NUMERO DE PERSONNE."
           END-IF.
           IF WS-NO-ID-COUNT > 0
               DISPLAY "ATTENTION : " WS-NO-ID-COUNT
                   " ENREGISTREMENT(S) SANS NUMERO DE PERSONNE - "
                   "TRANSACTION(S) PAR NOM."
           END-IF.
           IF WS-GEN-COUNT = 0
               DISPLAY "SELECTION VIDE, RIEN A GENERER."
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(3:6) TO WS-REF-DATE.
           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ EXTRACT_FILE
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF EXTRACT-RECORD NOT = SPACES
                           IF EXT-PERSON-ID IS NUMERIC
                               AND EXT-PERSON-ID > 0
                               PERFORM WRITE-ID-TRANSACTION
                           ELSE
                               PERFORM WRITE-NOM-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "UN SUPERVISEUR DOIT LE LIBERER (MODE R) AVANT "
               "APPLICATION.".

       WRITE-ID-TRANSACTION.
      * Only AGE and VILLE are offered here ; a blank answer leaves
      * its marker blank, i.e. the field unchanged.
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO ID-TRANSACTION-RECORD
           IF WS-ACTION-CODE = "UPDATE"
               MOVE "IDUPD" TO TXI-ACTION
               IF WS-NEW-AGE-INPUT NOT = SPACES
                   MOVE "M" TO TXI-AGE-MARK
                   MOVE WS-NEW-AGE-INPUT TO TXI-AGE-INPUT
               END-IF
               IF WS-NEW-VILLE-INPUT NOT = SPACES
                   MOVE "M" TO TXI-VILLE-MARK
                   MOVE WS-NEW-VILLE-INPUT TO TXI-VILLE
               END-IF
           ELSE
               MOVE "IDDEL" TO TXI-ACTION
           END-IF
           STRING "B" WS-REF-DATE WS-REF-SEQ
               DELIMITED BY SIZE INTO TXI-REF
           END-STRING
           MOVE EXT-PERSON-ID TO TXI-PERSON-ID
           WRITE ID-TRANSACTION-RECORD.

       WRITE-NOM-TRANSACTION.
           MOVE WS-ACTION-CODE TO PND-ACTION
           MOVE EXT-NOM TO PND-NOM
           IF WS-ACTION-CODE = "UPDATE"
               MOVE WS-NEW-AGE-INPUT TO PND-AGE-INPUT
               MOVE WS-NEW-VILLE-INPUT TO PND-VILLE
           ELSE
               MOVE SPACES TO PND-AGE-INPUT
               MOVE SPACES TO PND-VILLE
           END-IF
           WRITE PENDING_RECORD.

       RELEASE-PENDING-FILE.
           IF WS-SIGNON-RESULT NOT = "S"
               AND WS-SIGNON-RESULT NOT = "L"
                       ADD 1 TO WS-GEN-COUNT
                       IF WS-SAMPLE-SHOWN < 10
                           ADD 1 TO WS-SAMPLE-SHOWN
                           IF PND-ACTION = "IDUPD"
                               OR PND-ACTION = "IDDEL"
                               DISPLAY "  " TXI-ACTION " " TXI-REF
                                   " NUMERO " TXI-PERSON-ID
                                   " AGE " TXI-AGE-INPUT
                                   " VILLE " TXI-VILLE
                           ELSE
                               DISPLAY "  " PND-ACTION " " PND-NOM
                                   " AGE " PND-AGE-INPUT
                                   " VILLE " PND-VILLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE SPACES TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE SPACES TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
