      ******************************************************************
      * Name : AccessLog.cbl
      * Author: RayanPonsolle
      * Shared writer of access.log (ACCESREC.cpy), CALLed by every
      * inquiry program each time it shows a person's record, so the
      * data-protection officer can trace who looked at whom the way
      * audit.log traces who changed what. CALLed with the program
      * name, the person number and NOM shown (zero and blank when a
      * search found nothing) and the search criteria ; the operator
      * is taken from USER, like the sign-on. The line is numbered
      * and chained exactly as AuditChain.cbl chains audit.log - the
      * same weighted byte sum over the record body folded into the
      * previous value - with the last number and value kept in
      * access_chain.ctl. A trail that cannot be opened is reported
      * but never stops the inquiry itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS_LOG ASSIGN TO "access.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.

           SELECT CHAIN_FILE ASSIGN TO "access_chain.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS_LOG.
           COPY ACCESREC.

       FD  CHAIN_FILE.
       01  CHAIN_RECORD.
           05 CHN-LAST-SEQ PIC 9(6).
           05 CHN-LAST-VALUE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-FILE-STATUS PIC XX.
       01  WS-CHAIN-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-LAST-SEQ PIC 9(6) VALUE 0.
       01  WS-LAST-VALUE PIC 9(8) VALUE 0.
       01  WS-CHECKSUM PIC 9(8).
       01  WS-CX PIC 9(3).
       01  WS-ACCESS-BODY PIC X(99).

       LINKAGE SECTION.
       01  LK-PROGRAM PIC X(20).
       01  LK-PERSON-ID PIC 9(6).
       01  LK-NOM PIC A(20).
       01  LK-CRITERIA PIC X(30).

       PROCEDURE DIVISION USING LK-PROGRAM LK-PERSON-ID LK-NOM
               LK-CRITERIA.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           OPEN EXTEND ACCESS_LOG.
           IF WS-ACCESS-FILE-STATUS = "35"
               OPEN OUTPUT ACCESS_LOG
           END-IF.
           IF WS-ACCESS-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : access.log INDISPONIBLE "
                   "- STATUS " WS-ACCESS-FILE-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO ACC-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO ACC-TIMESTAMP
               MOVE LK-PROGRAM TO ACC-PROGRAM
               MOVE LK-PERSON-ID TO ACC-PERSON-ID
               MOVE LK-NOM TO ACC-NOM
               MOVE LK-CRITERIA TO ACC-CRITERIA
               PERFORM LOAD-LAST-LINK
               PERFORM COMPUTE-BODY-CHECKSUM
               COMPUTE ACC-SEQ-NO = WS-LAST-SEQ + 1
               COMPUTE ACC-CHAIN =
                   FUNCTION MOD(WS-LAST-VALUE * 3 + WS-CHECKSUM
                       + ACC-SEQ-NO, 100000000)
               WRITE ACCESS-RECORD
               CLOSE ACCESS_LOG
               PERFORM SAVE-LAST-LINK
           END-IF.
           GOBACK.

       LOAD-LAST-LINK.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-LAST-VALUE
           OPEN INPUT CHAIN_FILE
           IF WS-CHAIN-FILE-STATUS = "00"
               READ CHAIN_FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHN-LAST-SEQ IS NUMERIC
                           AND CHN-LAST-VALUE IS NUMERIC
                           MOVE CHN-LAST-SEQ TO WS-LAST-SEQ
                           MOVE CHN-LAST-VALUE TO WS-LAST-VALUE
                       END-IF
               END-READ
               CLOSE CHAIN_FILE
           END-IF.

       COMPUTE-BODY-CHECKSUM.
      * Same weighted byte sum as AuditChain.cbl, over the 99-byte
      * access body ; AccessReview.cbl repeats it and the two must
      * stay in step.
           MOVE ACCESS-RECORD(1:99) TO WS-ACCESS-BODY
           MOVE 0 TO WS-CHECKSUM
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 99
               COMPUTE WS-CHECKSUM = FUNCTION MOD(
                   WS-CHECKSUM
                   + FUNCTION ORD(WS-ACCESS-BODY(WS-CX:1))
                   * (FUNCTION MOD(WS-CX, 7) + 1), 100000000)
           END-PERFORM.

       SAVE-LAST-LINK.
           OPEN OUTPUT CHAIN_FILE
           IF WS-CHAIN-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE access_chain.ctl - STATUS "
                   WS-CHAIN-FILE-STATUS
           ELSE
               MOVE ACC-SEQ-NO TO CHN-LAST-SEQ
               MOVE ACC-CHAIN TO CHN-LAST-VALUE
               WRITE CHAIN_RECORD
               CLOSE CHAIN_FILE
           END-IF.
