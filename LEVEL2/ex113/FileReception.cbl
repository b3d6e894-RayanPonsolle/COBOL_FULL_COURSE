      ******************************************************************
      * Name : FileReception.cbl
      * Author: RayanPonsolle
      * Reception control CALLed by every program that takes in a
      * file from outside - the branch extracts in
      * ConsolidateBranches.cbl, transactions.txt in
      * BatchTransactions.cbl, npai.txt, bounces.txt, people.csv,
      * commune_ref.txt, deces.txt and the postal references - before
      * it reads a line of it, the way UpdateLock.cbl and
      * AuditChain.cbl centralise their own checks. Action R
      * (reception) counts the lines, computes a check value over
      * the whole content and registers the file in
      * reception_log.txt (RCVREC.cpy) :
      *   - a file identical (same count, same check value) to one
      *     already applied is refused, so a resent extract is not
      *     merged twice (empty files excepted) ;
      *   - when the sender supplied a control file, the file name
      *     followed by ".ctl" holding the record count in its first
      *     nine columns, a count that disagrees refuses the file ;
      *   - an empty file, unless reception_sources.txt (RCVSRC.cpy)
      *     says an empty delivery is normal for that sender, or one
      *     under the sender's percentage (50 by default) of its usual
      *     size - the average of its last ten applied files, once it
      *     has sent three - is held. RECEPTION_FORCE=O lets a held
      *     file through, registered as forced.
      * Action T is called by the same program once the file has been
      * applied ; only applied files count as already received, so a
      * run that failed half-way can simply be run again.
      * LK-RCV-RESULT on R : A accepted, F forced through a hold, D
      * refused (identical), C refused (control file), V held empty,
      * S held short, M no such file (nothing registered, the caller
      * reports it as before), N the register could not be written -
      * the file is then treated as refused. Only A and F may be
      * processed. On T : T registered, N register error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileReception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND_FILE ASSIGN TO WS-INBOUND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INBOUND-FILE-STATUS.

           SELECT CONTROL_FILE ASSIGN TO WS-CONTROL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RECEPTION_LOG ASSIGN TO "reception_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SOURCE_FILE ASSIGN TO "reception_sources.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND_FILE.
       01  INBOUND-LINE PIC X(1024).

       FD  CONTROL_FILE.
       01  CONTROL-LINE.
           05 CTL-RECORDS PIC X(9).
           05 FILLER PIC X(71).

       FD  RECEPTION_LOG.
           COPY RCVREC.

       FD  SOURCE_FILE.
           COPY RCVSRC.

       WORKING-STORAGE SECTION.
       01  WS-INBOUND-NAME PIC X(60).
       01  WS-CONTROL-NAME PIC X(64).
       01  WS-INBOUND-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS PIC XX.
       01  WS-LOG-FILE-STATUS PIC XX.
       01  WS-SOURCE-FILE-STATUS PIC XX.
       01  FILE-END PIC 9.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-FORCE-INPUT PIC X(3).
       01  WS-RECORDS PIC 9(9).
       01  WS-CHECK PIC 9(8).
       01  WS-LINE-SUM PIC 9(8).
       01  WS-LINE-LEN PIC 9(4).
       01  WS-CX PIC 9(4).
       01  WS-ARRIVAL-DATE PIC 9(8).
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE.
               10 WS-FILE-DD PIC X COMP-X.
               10 WS-FILE-MM PIC X COMP-X.
               10 WS-FILE-YYYY PIC X(2) COMP-X.
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-CTL-TEXT PIC X(9).
       01  WS-DUPLICATE-FOUND PIC X.
           88 DUPLICATE-FOUND VALUE "Y".
       01  WS-DUP-DATE PIC 9(8).
       01  WS-SHORT-PCT PIC 9(3).
       01  WS-EMPTY-OK PIC X.
       01  WS-HISTORY-TALLY PIC 9(2).
       01  WS-HISTORY-TABLE.
           05 WS-HISTORY-RECORDS PIC 9(9) OCCURS 10 TIMES.
       01  WS-HX PIC 9(2).
       01  WS-HISTORY-SUM PIC 9(11).
       01  WS-USUAL-RECORDS PIC 9(9).
       01  WS-RESULT PIC X.

       LINKAGE SECTION.
       01  LK-RCV-ACTION PIC X.
       01  LK-RCV-SOURCE PIC X(20).
       01  LK-RCV-FILENAME PIC X(60).
       01  LK-RCV-RESULT PIC X.
       01  LK-RCV-RECORDS PIC 9(9).
       01  LK-RCV-CHECK PIC 9(8).

       PROCEDURE DIVISION USING LK-RCV-ACTION LK-RCV-SOURCE
               LK-RCV-FILENAME LK-RCV-RESULT LK-RCV-RECORDS
               LK-RCV-CHECK.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.
           CALL "BusinessDate" USING WS-BUSINESS-DATE.
           MOVE LK-RCV-FILENAME TO WS-INBOUND-NAME.
           MOVE 0 TO WS-ARRIVAL-DATE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-INBOUND-NAME
               WS-FILE-DETAILS
               RETURNING WS-EXIST-RC
           END-CALL.
           IF WS-EXIST-RC = 0
               COMPUTE WS-ARRIVAL-DATE = WS-FILE-YYYY * 10000
                   + WS-FILE-MM * 100 + WS-FILE-DD
           END-IF.

           IF LK-RCV-ACTION = "T"
               MOVE LK-RCV-RECORDS TO WS-RECORDS
               MOVE LK-RCV-CHECK TO WS-CHECK
               MOVE 0 TO WS-USUAL-RECORDS
               MOVE SPACES TO WS-CTL-TEXT
               MOVE "T" TO WS-RESULT
               PERFORM WRITE-RECEPTION-LINE
               MOVE WS-RESULT TO LK-RCV-RESULT
               GOBACK
           END-IF.

           IF WS-EXIST-RC NOT = 0
               MOVE "M" TO LK-RCV-RESULT
               GOBACK
           END-IF.

           PERFORM COUNT-AND-CHECK.
           IF WS-INBOUND-FILE-STATUS NOT = "00"
               MOVE "M" TO LK-RCV-RESULT
               GOBACK
           END-IF.
           MOVE WS-RECORDS TO LK-RCV-RECORDS.
           MOVE WS-CHECK TO LK-RCV-CHECK.

           PERFORM LOAD-SOURCE-RULES.
           PERFORM LOAD-SOURCE-HISTORY.
           IF WS-LOG-FILE-STATUS NOT = "00"
               AND WS-LOG-FILE-STATUS NOT = "35"
               DISPLAY "RECEPTION : REGISTRE reception_log.txt "
                   "ILLISIBLE - STATUS " WS-LOG-FILE-STATUS
               MOVE "N" TO LK-RCV-RESULT
               GOBACK
           END-IF.
           PERFORM READ-CONTROL-FILE.

           EVALUATE TRUE
               WHEN DUPLICATE-FOUND
                   MOVE "D" TO WS-RESULT
               WHEN WS-CTL-TEXT NOT = SPACES
                   AND (FUNCTION TEST-NUMVAL(WS-CTL-TEXT) NOT = 0
                       OR FUNCTION NUMVAL(WS-CTL-TEXT) NOT = WS-RECORDS)
                   MOVE "C" TO WS-RESULT
               WHEN WS-RECORDS = 0 AND WS-EMPTY-OK NOT = "O"
                   MOVE "V" TO WS-RESULT
               WHEN WS-HISTORY-TALLY >= 3
                   AND WS-RECORDS * 100
                       < WS-USUAL-RECORDS * WS-SHORT-PCT
                   MOVE "S" TO WS-RESULT
               WHEN OTHER
                   MOVE "A" TO WS-RESULT
           END-EVALUATE.

      * A hold, never a refusal, may be forced through by the
      * operator who has checked the file with the sender.
           IF WS-RESULT = "V" OR WS-RESULT = "S"
               DISPLAY "RECEPTION_FORCE" UPON ENVIRONMENT-NAME
               ACCEPT WS-FORCE-INPUT FROM ENVIRONMENT-VALUE
               IF WS-FORCE-INPUT = "O" OR WS-FORCE-INPUT = "o"
                   MOVE "F" TO WS-RESULT
               END-IF
           END-IF.

           PERFORM WRITE-RECEPTION-LINE.
           PERFORM SHOW-RECEPTION-RESULT.
           MOVE WS-RESULT TO LK-RCV-RESULT.
           GOBACK.

       COUNT-AND-CHECK.
      * Weighted byte sum of each line, folded into the running value
      * with the line number, the way AuditChain.cbl chains the audit
      * records : a changed, added, dropped or reordered line gives
      * another value.
           MOVE 0 TO WS-RECORDS
           MOVE 0 TO WS-CHECK
           OPEN INPUT INBOUND_FILE
           IF WS-INBOUND-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ INBOUND_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           ADD 1 TO WS-RECORDS
                           PERFORM SUM-ONE-LINE
                           COMPUTE WS-CHECK = FUNCTION MOD(
                               WS-CHECK * 3 + WS-LINE-SUM
                               + WS-RECORDS, 100000000)
                   END-READ
               END-PERFORM
               CLOSE INBOUND_FILE
               MOVE "00" TO WS-INBOUND-FILE-STATUS
           END-IF.

       SUM-ONE-LINE.
           MOVE 0 TO WS-LINE-SUM
           IF INBOUND-LINE = SPACES
               MOVE 0 TO WS-LINE-LEN
           ELSE
               COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(INBOUND-LINE TRAILING))
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-LINE-LEN
               COMPUTE WS-LINE-SUM = FUNCTION MOD(
                   WS-LINE-SUM
                   + FUNCTION ORD(INBOUND-LINE(WS-CX:1))
                   * (FUNCTION MOD(WS-CX, 7) + 1), 100000000)
           END-PERFORM.

       LOAD-SOURCE-RULES.
           MOVE 50 TO WS-SHORT-PCT
           MOVE "N" TO WS-EMPTY-OK
           OPEN INPUT SOURCE_FILE
           IF WS-SOURCE-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ SOURCE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RSR-SOURCE(1:1) NOT = "*"
                               AND RSR-SOURCE = LK-RCV-SOURCE
                               IF RSR-SHORT-PCT IS NUMERIC
                                   AND RSR-SHORT-PCT > 0
                                   MOVE RSR-SHORT-PCT TO WS-SHORT-PCT
                               END-IF
                               MOVE RSR-EMPTY-OK TO WS-EMPTY-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE_FILE
           END-IF.

       LOAD-SOURCE-HISTORY.
      * One pass over the register : any applied file with the same
      * count and check value is a duplicate, whoever sent it ; the
      * sender's last ten applied files give its usual size.
           MOVE "N" TO WS-DUPLICATE-FOUND
           MOVE 0 TO WS-HISTORY-TALLY
           MOVE 0 TO WS-USUAL-RECORDS
           OPEN INPUT RECEPTION_LOG
           IF WS-LOG-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RECEPTION_LOG
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF RCV-APPLIED
                               PERFORM NOTE-APPLIED-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEPTION_LOG
               MOVE "00" TO WS-LOG-FILE-STATUS
           END-IF
           IF WS-HISTORY-TALLY > 0
               MOVE 0 TO WS-HISTORY-SUM
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HISTORY-TALLY
                   ADD WS-HISTORY-RECORDS(WS-HX) TO WS-HISTORY-SUM
               END-PERFORM
               COMPUTE WS-USUAL-RECORDS =
                   WS-HISTORY-SUM / WS-HISTORY-TALLY
           END-IF.

       NOTE-APPLIED-FILE.
      * Two empty deliveries are two quiet days, not a resend.
           IF WS-RECORDS > 0
               AND RCV-RECORDS = WS-RECORDS AND RCV-CHECK = WS-CHECK
               MOVE "Y" TO WS-DUPLICATE-FOUND
               MOVE RCV-DATE TO WS-DUP-DATE
           END-IF
           IF RCV-SOURCE = LK-RCV-SOURCE
               IF WS-HISTORY-TALLY < 10
                   ADD 1 TO WS-HISTORY-TALLY
               ELSE
                   PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 9
                       MOVE WS-HISTORY-RECORDS(WS-HX + 1)
                           TO WS-HISTORY-RECORDS(WS-HX)
                   END-PERFORM
               END-IF
               MOVE RCV-RECORDS TO WS-HISTORY-RECORDS(WS-HISTORY-TALLY)
           END-IF.

       READ-CONTROL-FILE.
           MOVE SPACES TO WS-CTL-TEXT
           MOVE SPACES TO WS-CONTROL-NAME
           STRING FUNCTION TRIM(WS-INBOUND-NAME) ".ctl"
               DELIMITED BY SIZE INTO WS-CONTROL-NAME
           END-STRING
           OPEN INPUT CONTROL_FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL_FILE
                   AT END
                       MOVE "VIDE" TO WS-CTL-TEXT
                   NOT AT END
                       MOVE CTL-RECORDS TO WS-CTL-TEXT
                       IF WS-CTL-TEXT = SPACES
                           MOVE "VIDE" TO WS-CTL-TEXT
                       END-IF
               END-READ
               CLOSE CONTROL_FILE
           END-IF.

       WRITE-RECEPTION-LINE.
           OPEN EXTEND RECEPTION_LOG
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RECEPTION_LOG
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "RECEPTION : ERREUR OUVERTURE reception_log.txt"
                   " - STATUS " WS-LOG-FILE-STATUS
               MOVE "N" TO WS-RESULT
           ELSE
               MOVE WS-BUSINESS-DATE TO RCV-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RCV-TIME
               MOVE LK-RCV-SOURCE TO RCV-SOURCE
               MOVE LK-RCV-FILENAME TO RCV-FILENAME
               MOVE WS-ARRIVAL-DATE TO RCV-ARRIVAL-DATE
               MOVE WS-RECORDS TO RCV-RECORDS
               MOVE WS-CHECK TO RCV-CHECK
               MOVE WS-RESULT TO RCV-RESULT
               MOVE WS-CTL-TEXT TO RCV-CTL-RECORDS
               MOVE WS-USUAL-RECORDS TO RCV-USUAL-RECORDS
               MOVE WS-OPERATOR-ID TO RCV-OPERATOR
               WRITE RECEPTION-RECORD
               IF WS-LOG-FILE-STATUS NOT = "00"
                   DISPLAY "RECEPTION : ERREUR ECRITURE "
                       "reception_log.txt - STATUS "
                       WS-LOG-FILE-STATUS
                   MOVE "N" TO WS-RESULT
               END-IF
               CLOSE RECEPTION_LOG
           END-IF.

       SHOW-RECEPTION-RESULT.
           EVALUATE WS-RESULT
               WHEN "A"
                   DISPLAY "RECEPTION " FUNCTION TRIM(LK-RCV-SOURCE)
                       " : " FUNCTION TRIM(WS-INBOUND-NAME) " "
                       WS-RECORDS " LIGNE(S) ACCEPTEE(S)"
               WHEN "F"
                   DISPLAY "RECEPTION " FUNCTION TRIM(LK-RCV-SOURCE)
                       " : " FUNCTION TRIM(WS-INBOUND-NAME) " "
                       WS-RECORDS " LIGNE(S) ACCEPTEE(S) SUR FORCAGE"
                       " (HABITUEL " WS-USUAL-RECORDS ")"
               WHEN "D"
                   DISPLAY "RECEPTION REFUSEE : "
                       FUNCTION TRIM(WS-INBOUND-NAME)
                       " IDENTIQUE A UN FICHIER DEJA TRAITE LE "
                       WS-DUP-DATE
               WHEN "C"
                   DISPLAY "RECEPTION REFUSEE : "
                       FUNCTION TRIM(WS-INBOUND-NAME) " "
                       WS-RECORDS " LIGNE(S), FICHIER DE CONTROLE "
                       "ANNONCE " WS-CTL-TEXT
               WHEN "V"
                   DISPLAY "RECEPTION EN ATTENTE : "
                       FUNCTION TRIM(WS-INBOUND-NAME) " VIDE"
                       " (RECEPTION_FORCE=O POUR LE LIBERER)"
               WHEN "S"
                   DISPLAY "RECEPTION EN ATTENTE : "
                       FUNCTION TRIM(WS-INBOUND-NAME) " "
                       WS-RECORDS " LIGNE(S) POUR " WS-USUAL-RECORDS
                       " HABITUELLEMENT (RECEPTION_FORCE=O POUR LE "
                       "LIBERER)"
               WHEN OTHER
                   DISPLAY "RECEPTION REFUSEE : "
                       FUNCTION TRIM(WS-INBOUND-NAME)
                       " NON ENREGISTRE"
           END-EVALUATE.
