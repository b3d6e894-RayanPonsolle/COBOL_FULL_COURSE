      ******************************************************************
      * Name : OperatorSweep.cbl
      * Author: RayanPonsolle
      * Keeps operators.dat honest. IDs of people who left stayed
      * active until their PIN expired ; this job works out each
      * operator's last sign-on from the SIGNON records OperSignon.cbl
      * writes to the audit trail (audit.idx, which covers the
      * archived months, or audit.log without it) and deactivates
      * every active ID unused for DORMANT_DAYS days (default 90),
      * with an OPERIN audit record naming the sweep. An ID never
      * seen signing on is measured from the day it was added or
      * reactivated (OPERAD). IDs still in training sign on in the
      * practice directory only, so they are listed, not swept ; the
      * running supervisor is never swept.
      * It then prints the quarterly recertification list, one page
      * per supervisor : every active ID that supervisor added (the
      * OPERAD record names who did), with level, name, program
      * authorisations from authmatrix.txt, last sign-on, training
      * flag and a sign-off column. IDs whose supervisor is gone are
      * gathered on a last page. A supervisor confirms each ID in
      * OperatorMaint.cbl (option R, audited OPRREC) ; the deadline
      * is RECERT_DAYS days (default 30) after the quarter starts,
      * and once it has passed every ID not confirmed since the
      * quarter began is flagged on the exceptions page, with the
      * IDs swept this run and the dormant trainees.
      * Run by a supervisor or as the OPERSWEEP step of
      * NightlyBatch.cbl. Printed to operator_recert.prt
      * (PRINT_FILE). RETURN-CODE 0 nothing to report, 4 IDs swept
      * or flagged, 12 refused or file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorSweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT_INDEX ASSIGN TO "audit.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-SEQ
           ALTERNATE RECORD KEY IS AIX-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AIX-DATE
               WITH DUPLICATES
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT AUTH_FILE ASSIGN TO "authmatrix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR_FILE.
           COPY OPERREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       FD  AUDIT_INDEX.
           COPY AUDIDX.

       FD  AUTH_FILE.
       01  AUTH_RECORD.
           05 AUT-SUBJECT PIC X(8).
           05 AUT-PROGRAM PIC X(20).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-INDEX-FILE-STATUS PIC XX.
       01  WS-AUTH-FILE-STATUS PIC XX.
       01  WS-PRINT-FILENAME PIC X(60) VALUE "operator_recert.prt".
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "OperatorSweep".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-TIMESTAMP PIC X(21).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-AUD-DATE PIC X(8).
       01  WS-AUD-DATE-NUM REDEFINES WS-AUD-DATE PIC 9(8).

      * Thresholds, from the environment.
       01  WS-DAYS-INPUT PIC X(4).
       01  WS-DORMANT-DAYS PIC 9(4) VALUE 90.
       01  WS-RECERT-DAYS PIC 9(4) VALUE 30.
       01  WS-WORK-INT PIC 9(7).
       01  WS-DORMANT-LIMIT PIC 9(8).
       01  WS-QUARTER-START PIC 9(8).
       01  WS-QUARTER-START-X REDEFINES WS-QUARTER-START.
           05 WS-QS-YYYY PIC 9(4).
           05 WS-QS-MM PIC 9(2).
           05 WS-QS-DD PIC 9(2).
       01  WS-QUARTER-NO PIC 9.
       01  WS-DEADLINE PIC 9(8).
       01  WS-DEADLINE-PASSED PIC X VALUE "N".

      * The operator master in memory, with what the audit trail
      * says about each ID.
       01  WS-OPER-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-LEVEL PIC X.
               10 WS-OP-ACTIVE PIC X.
               10 WS-OP-NAME PIC X(20).
               10 WS-OP-TRAINING PIC X.
               10 WS-OP-LAST-SIGNON PIC 9(8).
               10 WS-OP-ADDED PIC 9(8).
               10 WS-OP-ADDED-BY PIC X(8).
               10 WS-OP-RECERT PIC 9(8).
               10 WS-OP-RECERT-BY PIC X(8).
               10 WS-OP-OWNER PIC X(8).
               10 WS-OP-SWEPT PIC X.
       01  WS-OPER-TALLY PIC 9(3) VALUE 0.
       01  WS-OX PIC 9(3).
       01  WS-OY PIC 9(3).
       01  WS-OP-FOUND PIC 9(3).
       01  WS-SEARCH-ID PIC X(20).
       01  WS-SWEEP-ERROR PIC X VALUE "N".
       01  WS-REFERENCE-DATE PIC 9(8).

       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
               10 WS-AUTH-SUBJECT PIC X(8).
               10 WS-AUTH-PROGRAM PIC X(20).
       01  WS-AUTH-TALLY PIC 9(3) VALUE 0.
       01  WS-AX PIC 9(3).
       01  WS-LEVEL-LINES PIC 9(3) VALUE 0.
       01  WS-LINE-PTR PIC 9(3).
       01  WS-PROG-COUNT PIC 9(3).

       01  WS-SWEPT-COUNT PIC 9(3) VALUE 0.
       01  WS-FLAG-COUNT PIC 9(3) VALUE 0.
       01  WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT PIC 9(3) VALUE 0.
       01  WS-PAGE-OWNER PIC X(8).
       01  WS-PAGE-TITLE PIC X(60).
       01  WS-LISTED PIC 9(3).
       01  WS-SIGNON-TEXT PIC X(8).
       01  WS-RECERT-TEXT PIC X(20).
       01  WS-TRAINING-TEXT PIC X(8).
       01  WS-AUDIT-TEXT PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           EVALUATE WS-SIGNON-RESULT
               WHEN "S"
                   CONTINUE
               WHEN "L"
                   DISPLAY "FICHIER DES OPERATEURS ABSENT : RIEN A "
                       "BALAYER NI A RECERTIFIER."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "BALAYAGE DES OPERATEURS REFUSE : NIVEAU "
                       "SUPERVISEUR REQUIS POUR " WS-OPERATOR-ID
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM SET-THRESHOLDS.

           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "operator_recert.prt" TO WS-PRINT-FILENAME
           END-IF.

           PERFORM LOAD-OPERATORS.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-AUTH-MATRIX.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM SWEEP-DORMANT-OPERATORS.
           PERFORM ASSIGN-OWNERS.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-RECERT-PAGES.
           PERFORM PRINT-EXCEPTIONS-PAGE.
           CLOSE PRINT_FILE.

           DISPLAY "BALAYAGE DES OPERATEURS : " WS-SWEPT-COUNT
               " DESACTIVE(S), " WS-FLAG-COUNT " EXCEPTION(S), "
               WS-PAGE-COUNT " PAGE(S) DE RECERTIFICATION".
           EVALUATE TRUE
               WHEN WS-SWEEP-ERROR = "Y"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SWEPT-COUNT > 0 OR WS-FLAG-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       SET-THRESHOLDS.
      * DORMANT_DAYS and RECERT_DAYS override the defaults when
      * numeric and not zero. The quarter is the calendar quarter
      * of the business date.
           DISPLAY "DORMANT_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DAYS-INPUT FROM ENVIRONMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) = 0
               AND FUNCTION NUMVAL(WS-DAYS-INPUT) > 0
               MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO WS-DORMANT-DAYS
           END-IF
           DISPLAY "RECERT_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DAYS-INPUT FROM ENVIRONMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) = 0
               AND FUNCTION NUMVAL(WS-DAYS-INPUT) > 0
               MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO WS-RECERT-DAYS
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-DORMANT-DAYS
           COMPUTE WS-DORMANT-LIMIT =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-BUSINESS-DATE TO WS-QUARTER-START
           COMPUTE WS-QUARTER-NO = (WS-QS-MM - 1) / 3 + 1
           COMPUTE WS-QS-MM = (WS-QUARTER-NO - 1) * 3 + 1
           MOVE 1 TO WS-QS-DD
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-QUARTER-START)
               + WS-RECERT-DAYS
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-BUSINESS-DATE > WS-DEADLINE
               MOVE "Y" TO WS-DEADLINE-PASSED
           END-IF.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-OPERATOR-FILENAME
                   " - STATUS " WS-OPERATOR-FILE-STATUS
           ELSE
               MOVE 1 TO FILE-END
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR_FILE KEY IS GREATER THAN OPER-ID
                   INVALID KEY
                       MOVE 0 TO FILE-END
               END-START
               PERFORM UNTIL FILE-END = 0
                   READ OPERATOR_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-OPER-TALLY < 200
                               ADD 1 TO WS-OPER-TALLY
                               PERFORM KEEP-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR_FILE
               MOVE "00" TO WS-OPERATOR-FILE-STATUS
           END-IF.

       KEEP-OPERATOR.
           MOVE OPER-ID TO WS-OP-ID(WS-OPER-TALLY)
           MOVE OPER-LEVEL TO WS-OP-LEVEL(WS-OPER-TALLY)
           MOVE OPER-ACTIVE TO WS-OP-ACTIVE(WS-OPER-TALLY)
           MOVE OPER-NAME TO WS-OP-NAME(WS-OPER-TALLY)
           MOVE OPER-TRAINING TO WS-OP-TRAINING(WS-OPER-TALLY)
           MOVE 0 TO WS-OP-LAST-SIGNON(WS-OPER-TALLY)
           MOVE 0 TO WS-OP-ADDED(WS-OPER-TALLY)
           MOVE SPACES TO WS-OP-ADDED-BY(WS-OPER-TALLY)
           MOVE 0 TO WS-OP-RECERT(WS-OPER-TALLY)
           MOVE SPACES TO WS-OP-RECERT-BY(WS-OPER-TALLY)
           MOVE SPACES TO WS-OP-OWNER(WS-OPER-TALLY)
           MOVE "N" TO WS-OP-SWEPT(WS-OPER-TALLY).

       LOAD-AUTH-MATRIX.
      * Same layout OperatorMaint.cbl maintains and OperSignon.cbl
      * enforces : subject in columns 1-8, program from column 9.
           OPEN INPUT AUTH_FILE
           IF WS-AUTH-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ AUTH_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF AUTH_RECORD NOT = SPACES
                               AND WS-AUTH-TALLY < 100
                               ADD 1 TO WS-AUTH-TALLY
                               MOVE AUT-SUBJECT
                                   TO WS-AUTH-SUBJECT(WS-AUTH-TALLY)
                               MOVE AUT-PROGRAM
                                   TO WS-AUTH-PROGRAM(WS-AUTH-TALLY)
                               IF AUT-SUBJECT = "NIVEAU-O"
                                   ADD 1 TO WS-LEVEL-LINES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH_FILE
           END-IF.

       SCAN-AUDIT-TRAIL.
      * The indexed audit store covers the archived months too ;
      * without audit.idx the sequential scan of audit.log remains,
      * as in OperatorActivity.cbl.
           OPEN INPUT AUDIT_INDEX
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               MOVE 0 TO AIX-SEQ
               START AUDIT_INDEX KEY IS GREATER THAN AIX-SEQ
                   INVALID KEY
                       MOVE 0 TO FILE-END
               END-START
               PERFORM UNTIL FILE-END = 0
                   READ AUDIT_INDEX NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE AIX-IMAGE TO AUDIT-RECORD
                           PERFORM TAKE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT_INDEX
           ELSE
               OPEN INPUT AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "00"
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ AUDIT_LOG
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM TAKE-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT_LOG
               ELSE
                   DISPLAY "AVERTISSEMENT : AUCUNE PISTE D'AUDIT "
                       "LISIBLE - DERNIERES CONNEXIONS INCONNUES"
               END-IF
           END-IF.

       TAKE-AUDIT-RECORD.
      * SIGNON is keyed on the operator who signed on ; OPERAD and
      * OPRREC carry the operator concerned in AUD-NOM and the
      * supervisor who acted in AUD-OPERATOR-ID.
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           IF WS-AUD-DATE IS NUMERIC
               EVALUATE AUD-ACTION
                   WHEN "SIGNON"
                       MOVE AUD-OPERATOR-ID TO WS-SEARCH-ID
                       PERFORM FIND-OPERATOR
                       IF WS-OP-FOUND > 0
                           AND WS-AUD-DATE-NUM
                               > WS-OP-LAST-SIGNON(WS-OP-FOUND)
                           MOVE WS-AUD-DATE-NUM
                               TO WS-OP-LAST-SIGNON(WS-OP-FOUND)
                       END-IF
                   WHEN "OPERAD"
                       MOVE AUD-NOM TO WS-SEARCH-ID
                       PERFORM FIND-OPERATOR
                       IF WS-OP-FOUND > 0
                           AND WS-AUD-DATE-NUM
                               >= WS-OP-ADDED(WS-OP-FOUND)
                           MOVE WS-AUD-DATE-NUM
                               TO WS-OP-ADDED(WS-OP-FOUND)
                           MOVE AUD-OPERATOR-ID
                               TO WS-OP-ADDED-BY(WS-OP-FOUND)
                       END-IF
                   WHEN "OPRREC"
                       MOVE AUD-NOM TO WS-SEARCH-ID
                       PERFORM FIND-OPERATOR
                       IF WS-OP-FOUND > 0
                           AND WS-AUD-DATE-NUM
                               >= WS-OP-RECERT(WS-OP-FOUND)
                           MOVE WS-AUD-DATE-NUM
                               TO WS-OP-RECERT(WS-OP-FOUND)
                           MOVE AUD-OPERATOR-ID
                               TO WS-OP-RECERT-BY(WS-OP-FOUND)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPER-TALLY OR WS-OP-FOUND > 0
               IF WS-OP-ID(WS-OX) = WS-SEARCH-ID
                   MOVE WS-OX TO WS-OP-FOUND
               END-IF
           END-PERFORM.

       SWEEP-DORMANT-OPERATORS.
      * Last sign-on, or the day the ID was added when it never
      * signed on ; older than the limit (or no trace at all) and
      * the ID is withdrawn.
           OPEN I-O OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-OPERATOR-FILENAME
                   " - STATUS " WS-OPERATOR-FILE-STATUS
               MOVE "Y" TO WS-SWEEP-ERROR
           ELSE
               OPEN EXTEND AUDIT_LOG
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT_LOG
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                       WS-AUDIT-FILE-STATUS
                       " : AUCUNE DESACTIVATION SANS AUDIT"
                   MOVE "Y" TO WS-SWEEP-ERROR
               ELSE
                   PERFORM VARYING WS-OY FROM 1 BY 1
                           UNTIL WS-OY > WS-OPER-TALLY
                       PERFORM CHECK-DORMANT
                   END-PERFORM
                   CLOSE AUDIT_LOG
               END-IF
               CLOSE OPERATOR_FILE
           END-IF.

       CHECK-DORMANT.
           IF WS-OP-LAST-SIGNON(WS-OY) > WS-OP-ADDED(WS-OY)
               MOVE WS-OP-LAST-SIGNON(WS-OY) TO WS-REFERENCE-DATE
           ELSE
               MOVE WS-OP-ADDED(WS-OY) TO WS-REFERENCE-DATE
           END-IF
           IF WS-OP-ACTIVE(WS-OY) = "A"
               AND WS-OP-TRAINING(WS-OY) NOT = "F"
               AND WS-OP-ID(WS-OY) NOT = WS-OPERATOR-ID
               AND WS-REFERENCE-DATE < WS-DORMANT-LIMIT
               MOVE WS-OP-ID(WS-OY) TO OPER-ID
               READ OPERATOR_FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "I" TO OPER-ACTIVE
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR - STATUS "
                                   WS-OPERATOR-FILE-STATUS
                               MOVE "Y" TO WS-SWEEP-ERROR
                           NOT INVALID KEY
                               MOVE "I" TO WS-OP-ACTIVE(WS-OY)
                               MOVE "Y" TO WS-OP-SWEPT(WS-OY)
                               ADD 1 TO WS-SWEPT-COUNT
                               PERFORM WRITE-AUDIT-SWEEP
                       END-REWRITE
               END-READ
           END-IF.

       WRITE-AUDIT-SWEEP.
      * OPERIN as OperatorMaint.cbl writes it, the sweep named in
      * the after column and the last sign-on in the before one.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "OPERIN" TO AUD-ACTION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE OPER-ID TO AUD-NOM
           MOVE 0 TO AUD-BEFORE-AGE
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-OP-LAST-SIGNON(WS-OY) > 0
               STRING "DERN CNX " WS-OP-LAST-SIGNON(WS-OY)
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           ELSE
               MOVE "JAMAIS CONNECTE" TO WS-AUDIT-TEXT
           END-IF
           MOVE WS-AUDIT-TEXT TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE WS-PROGRAM-NAME TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.

       ASSIGN-OWNERS.
      * The supervisor answering for an ID is the one who last
      * added or reactivated it, while still an active supervisor ;
      * otherwise the ID goes to the last page.
           PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OPER-TALLY
               MOVE WS-OP-ADDED-BY(WS-OY) TO WS-SEARCH-ID
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND > 0
                   AND WS-OP-FOUND NOT = WS-OY
                   AND WS-OP-LEVEL(WS-OP-FOUND) = "S"
                   AND WS-OP-ACTIVE(WS-OP-FOUND) = "A"
                   MOVE WS-OP-ID(WS-OP-FOUND) TO WS-OP-OWNER(WS-OY)
               END-IF
           END-PERFORM.

       PRINT-RECERT-PAGES.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPER-TALLY
               IF WS-OP-LEVEL(WS-OX) = "S"
                   AND WS-OP-ACTIVE(WS-OX) = "A"
                   MOVE WS-OP-ID(WS-OX) TO WS-PAGE-OWNER
                   MOVE SPACES TO WS-PAGE-TITLE
                   STRING "SUPERVISEUR " WS-OP-ID(WS-OX) " "
                       WS-OP-NAME(WS-OX)
                       DELIMITED BY SIZE INTO WS-PAGE-TITLE
                   PERFORM PRINT-OWNER-PAGE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PAGE-OWNER
           MOVE SPACES TO WS-PAGE-TITLE
           STRING "SANS SUPERVISEUR ACTIF - A RECERTIFIER PAR "
               "L'ADMINISTRATION"
               DELIMITED BY SIZE INTO WS-PAGE-TITLE
           PERFORM PRINT-OWNER-PAGE.

       PRINT-OWNER-PAGE.
           PERFORM PRINT-PAGE-HEADER
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OPER-TALLY
               IF WS-OP-ACTIVE(WS-OY) = "A"
                   AND WS-OP-OWNER(WS-OY) = WS-PAGE-OWNER
                   ADD 1 TO WS-LISTED
                   PERFORM PRINT-RECERT-LINE
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "  (AUCUN IDENTIFIANT)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "  DATE ET SIGNATURE DU SUPERVISEUR : "
               TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "RECERTIFICATION DES ACCES - TRIMESTRE "
               WS-QUARTER-NO " " WS-QS-YYYY
               " - ECHEANCE " WS-DEADLINE
               " - ETABLIE LE " WS-TIMESTAMP(1:8) " PAR "
               WS-OPERATOR-ID " - PAGE " WS-PAGE-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PAGE-TITLE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "IDENTIF. N NOM                  DERN.CNX "
               "FORMAT.  RECERTIFIE           VISA (OUI/RETIRER)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-RECERT-LINE.
           PERFORM SET-LINE-TEXTS
           MOVE SPACES TO PRINT-LINE
           STRING WS-OP-ID(WS-OY) " " WS-OP-LEVEL(WS-OY) " "
               WS-OP-NAME(WS-OY) " " WS-SIGNON-TEXT " "
               WS-TRAINING-TEXT " " WS-RECERT-TEXT " "
               "____________________"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-AUTHORISATIONS.

       SET-LINE-TEXTS.
           IF WS-OP-LAST-SIGNON(WS-OY) > 0
               MOVE WS-OP-LAST-SIGNON(WS-OY) TO WS-SIGNON-TEXT
           ELSE
               MOVE "JAMAIS" TO WS-SIGNON-TEXT
           END-IF
           IF WS-OP-TRAINING(WS-OY) = "F"
               MOVE "EXERCICE" TO WS-TRAINING-TEXT
           ELSE
               MOVE SPACES TO WS-TRAINING-TEXT
           END-IF
           MOVE SPACES TO WS-RECERT-TEXT
           IF WS-OP-RECERT(WS-OY) >= WS-QUARTER-START
               STRING WS-OP-RECERT(WS-OY) " "
                   WS-OP-RECERT-BY(WS-OY)
                   DELIMITED BY SIZE INTO WS-RECERT-TEXT
           ELSE
               MOVE "A FAIRE" TO WS-RECERT-TEXT
           END-IF.

       PRINT-AUTHORISATIONS.
      * A supervisor passes the matrix everywhere ; a regular
      * operator runs every program the matrix does not fence, plus
      * those fenced programs its own lines or the NIVEAU-O lines
      * name.
           MOVE SPACES TO PRINT-LINE
           IF WS-OP-LEVEL(WS-OY) = "S"
               MOVE "           PROGRAMMES : TOUS (SUPERVISEUR)"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE 1 TO WS-LINE-PTR
               MOVE 0 TO WS-PROG-COUNT
               STRING "           PROGRAMMES : NON RESTREINTS"
                   DELIMITED BY SIZE INTO PRINT-LINE
                   WITH POINTER WS-LINE-PTR
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-AUTH-TALLY
                   IF WS-AUTH-SUBJECT(WS-AX) = WS-OP-ID(WS-OY)
                       PERFORM ADD-PROGRAM-TO-LINE
                   END-IF
               END-PERFORM
               IF WS-LEVEL-LINES > 0
                   IF WS-LINE-PTR > 110
                       WRITE PRINT-LINE
                       MOVE SPACES TO PRINT-LINE
                       MOVE 24 TO WS-LINE-PTR
                   END-IF
                   STRING " + NIVEAU-O"
                       DELIMITED BY SIZE INTO PRINT-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
               WRITE PRINT-LINE
           END-IF.

       ADD-PROGRAM-TO-LINE.
           IF WS-LINE-PTR > 105
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               MOVE 24 TO WS-LINE-PTR
           END-IF
           ADD 1 TO WS-PROG-COUNT
           IF WS-PROG-COUNT = 1
               STRING " + " DELIMITED BY SIZE INTO PRINT-LINE
                   WITH POINTER WS-LINE-PTR
           ELSE
               STRING ", " DELIMITED BY SIZE INTO PRINT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           STRING WS-AUTH-PROGRAM(WS-AX) DELIMITED BY SPACE
               INTO PRINT-LINE
               WITH POINTER WS-LINE-PTR.

       PRINT-EXCEPTIONS-PAGE.
           MOVE "EXCEPTIONS" TO WS-PAGE-TITLE
           PERFORM PRINT-PAGE-HEADER
           MOVE SPACES TO PRINT-LINE
           STRING "IDENTIFIANTS DESACTIVES PAR LE BALAYAGE (SANS "
               "CONNEXION DEPUIS LE " WS-DORMANT-LIMIT ", "
               WS-DORMANT-DAYS " JOURS)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OPER-TALLY
               IF WS-OP-SWEPT(WS-OY) = "Y"
                   PERFORM SET-LINE-TEXTS
                   MOVE SPACES TO PRINT-LINE
                   STRING "  " WS-OP-ID(WS-OY) " " WS-OP-LEVEL(WS-OY)
                       " " WS-OP-NAME(WS-OY) " DERNIERE CONNEXION "
                       WS-SIGNON-TEXT " - DESACTIVE (OPERIN)"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-SWEPT-COUNT = 0
               MOVE "  (AUCUN)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-DEADLINE-PASSED = "Y"
               STRING "IDENTIFIANTS NON RECERTIFIES A L'ECHEANCE DU "
                   WS-DEADLINE
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "RECERTIFICATIONS EN ATTENTE (ECHEANCE "
                   WS-DEADLINE " NON ATTEINTE)"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OPER-TALLY
               IF WS-OP-ACTIVE(WS-OY) = "A"
                   AND WS-OP-RECERT(WS-OY) < WS-QUARTER-START
                   PERFORM LIST-NOT-RECERTIFIED
               END-IF
           END-PERFORM
           IF WS-DEADLINE-PASSED NOT = "Y"
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-PENDING-COUNT " IDENTIFIANT(S) A "
                   "RECERTIFIER AVANT L'ECHEANCE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "IDENTIFIANTS EN FORMATION SANS CONNEXION REELLE "
               "RECENTE (NON BALAYES)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-OY FROM 1 BY 1
                   UNTIL WS-OY > WS-OPER-TALLY
               IF WS-OP-ACTIVE(WS-OY) = "A"
                   AND WS-OP-TRAINING(WS-OY) = "F"
                   AND WS-OP-LAST-SIGNON(WS-OY) < WS-DORMANT-LIMIT
                   AND WS-OP-ADDED(WS-OY) < WS-DORMANT-LIMIT
                   ADD 1 TO WS-LISTED
                   ADD 1 TO WS-FLAG-COUNT
                   PERFORM SET-LINE-TEXTS
                   MOVE SPACES TO PRINT-LINE
                   STRING "  " WS-OP-ID(WS-OY) " " WS-OP-NAME(WS-OY)
                       " DERNIERE CONNEXION " WS-SIGNON-TEXT
                       " - LIBERER OU DESACTIVER"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "  (AUCUN)" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LIST-NOT-RECERTIFIED.
           IF WS-DEADLINE-PASSED = "Y"
               ADD 1 TO WS-FLAG-COUNT
               PERFORM SET-LINE-TEXTS
               MOVE SPACES TO PRINT-LINE
               IF WS-OP-OWNER(WS-OY) = SPACES
                   STRING "  " WS-OP-ID(WS-OY) " " WS-OP-LEVEL(WS-OY)
                       " " WS-OP-NAME(WS-OY)
                       " SANS SUPERVISEUR ACTIF - DERNIERE "
                       "RECERTIFICATION "
                       WS-OP-RECERT(WS-OY)
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "  " WS-OP-ID(WS-OY) " " WS-OP-LEVEL(WS-OY)
                       " " WS-OP-NAME(WS-OY) " SUPERVISEUR "
                       WS-OP-OWNER(WS-OY) " - DERNIERE "
                       "RECERTIFICATION "
                       WS-OP-RECERT(WS-OY)
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
