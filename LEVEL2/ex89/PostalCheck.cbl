      ******************************************************************
      * Name : PostalCheck.cbl
      * Author: RayanPonsolle
      * Postal reference lookups against postal.dat (POSTREC.cpy),
      * CALLed by the entry desks (FileWrite.cbl, PersonMaint.cbl),
      * the address sweep AddressGrade.cbl, the mailing extract and
      * the loader. Actions :
      *   P - is CODE-POSTAL / VILLE a pair the reference knows ;
      *   A - the same, then the street of the first address line
      *       against the commune's street list when there is one ;
      *   L - only list the communes of the code postal ;
      *   N - only fold the town and street into lookup keys (no
      *       file access), for the loader.
      * LK-RESULT : "C" conforming, "M" code postal and commune do
      * not go together (or the code postal is unknown), "V" street
      * unknown to the commune's list, "R" no reference on file -
      * the caller then keeps its own departement check, so a desk
      * without postal.dat works as before. The communes of the code
      * postal (up to ten) come back in LK-COMMUNES for P, A and L,
      * so the desk can offer them.
      * The house number (and BIS, TER, QUATER) is skipped off the
      * street line and the common street-type abbreviations are
      * spelt out before folding : "12 bis av. Jean-Jaures" and
      * "AVENUE JEAN JAURES" give the same key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL_FILE ASSIGN TO WS-POSTAL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PST-KEY
           FILE STATUS IS WS-POSTAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL_FILE.
           COPY POSTREC.

       WORKING-STORAGE SECTION.
       01  WS-POSTAL-FILENAME PIC X(60) VALUE "postal.dat".
       01  WS-POSTAL-FILE-STATUS PIC XX.
       01  WS-CHAIN-END PIC 9.
       01  WS-COMMUNE-FOUND PIC X.
           88 COMMUNE-FOUND VALUE "Y".
       01  WS-VOIES-ON-FILE PIC X.
       01  WS-STREET PIC X(60).
       01  WS-STREET-BUILT PIC X(60).
       01  WS-TOKEN PIC X(30).
       01  WS-PTR PIC 9(2).
       01  WS-STARTED PIC X.
           88 STREET-STARTED VALUE "Y".
       01  WS-ABBREV-LIST.
           05 FILLER PIC X(18) VALUE "AV    AVENUE".
           05 FILLER PIC X(18) VALUE "AVE   AVENUE".
           05 FILLER PIC X(18) VALUE "BD    BOULEVARD".
           05 FILLER PIC X(18) VALUE "BLD   BOULEVARD".
           05 FILLER PIC X(18) VALUE "BLVD  BOULEVARD".
           05 FILLER PIC X(18) VALUE "R     RUE".
           05 FILLER PIC X(18) VALUE "PL    PLACE".
           05 FILLER PIC X(18) VALUE "CH    CHEMIN".
           05 FILLER PIC X(18) VALUE "CHE   CHEMIN".
           05 FILLER PIC X(18) VALUE "IMP   IMPASSE".
           05 FILLER PIC X(18) VALUE "ALL   ALLEE".
           05 FILLER PIC X(18) VALUE "RTE   ROUTE".
           05 FILLER PIC X(18) VALUE "FBG   FAUBOURG".
           05 FILLER PIC X(18) VALUE "SQ    SQUARE".
           05 FILLER PIC X(18) VALUE "QU    QUAI".
           05 FILLER PIC X(18) VALUE "CRS   COURS".
           05 FILLER PIC X(18) VALUE "PAS   PASSAGE".
           05 FILLER PIC X(18) VALUE "RES   RESIDENCE".
       01  WS-ABBREV-LIST-R REDEFINES WS-ABBREV-LIST.
           05 WS-ABBREV-ENTRY OCCURS 18 TIMES.
               10 WS-ABBREV-SHORT PIC X(6).
               10 WS-ABBREV-FULL PIC X(12).
       01  WS-AX PIC 9(2).
       01  WS-FIRST-WORD PIC X(30).
      * Folding, as NameDupReport.cbl.
       01  WS-NORM-NAME PIC X(60).
       01  WS-NORM-BUILT PIC X(60).
       01  WS-NX PIC 9(2).
       01  WS-NB PIC 9(2).
       01  WS-CHAR PIC X.

       LINKAGE SECTION.
       01  LK-ACTION PIC X.
       01  LK-CP PIC X(5).
       01  LK-VILLE PIC A(20).
       01  LK-ADR-1 PIC X(30).
       01  LK-RESULT PIC X.
       01  LK-KEYS.
           05 LK-COMMUNE-KEY PIC X(20).
           05 LK-VOIE-KEY PIC X(30).
       01  LK-COMMUNES.
           05 LK-COMMUNE-COUNT PIC 99.
           05 LK-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.

       PROCEDURE DIVISION USING LK-ACTION LK-CP LK-VILLE LK-ADR-1
               LK-RESULT LK-KEYS LK-COMMUNES.
       MAIN.
           MOVE "R" TO LK-RESULT
           MOVE 0 TO LK-COMMUNE-COUNT
           PERFORM FOLD-COMMUNE
           PERFORM FOLD-STREET
           IF LK-ACTION = "N"
               MOVE "C" TO LK-RESULT
               GOBACK
           END-IF.

           DISPLAY "POSTAL_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-POSTAL-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-POSTAL-FILENAME = SPACES
               MOVE "postal.dat" TO WS-POSTAL-FILENAME
           END-IF.

           OPEN INPUT POSTAL_FILE.
           IF WS-POSTAL-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

           PERFORM LIST-COMMUNES-OF-CP.
           EVALUATE TRUE
               WHEN LK-ACTION = "L"
                   IF LK-COMMUNE-COUNT > 0
                       MOVE "C" TO LK-RESULT
                   ELSE
                       MOVE "M" TO LK-RESULT
                   END-IF
               WHEN NOT COMMUNE-FOUND
                   MOVE "M" TO LK-RESULT
               WHEN LK-ACTION = "A" AND WS-VOIES-ON-FILE = "Y"
                   PERFORM CHECK-STREET
               WHEN OTHER
                   MOVE "C" TO LK-RESULT
           END-EVALUATE.

           CLOSE POSTAL_FILE.
           GOBACK.

       LIST-COMMUNES-OF-CP.
      * Commune rows of the code postal, skipping each commune's
      * street rows by restarting past them.
           MOVE "N" TO WS-COMMUNE-FOUND
           MOVE "N" TO WS-VOIES-ON-FILE
           MOVE 0 TO WS-CHAIN-END
           MOVE LK-CP TO PST-CP
           MOVE LOW-VALUES TO PST-COMMUNE-KEY PST-VOIE-KEY
           START POSTAL_FILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ POSTAL_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF PST-CP NOT = LK-CP
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           PERFORM TAKE-COMMUNE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-COMMUNE-ROW.
           IF LK-COMMUNE-COUNT < 10
               ADD 1 TO LK-COMMUNE-COUNT
               MOVE PST-COMMUNE-NOM TO LK-COMMUNE-NAME(LK-COMMUNE-COUNT)
           END-IF
           IF PST-COMMUNE-KEY = LK-COMMUNE-KEY
               MOVE "Y" TO WS-COMMUNE-FOUND
               MOVE PST-VOIES-FLAG TO WS-VOIES-ON-FILE
           END-IF
           MOVE HIGH-VALUES TO PST-VOIE-KEY
           START POSTAL_FILE KEY IS GREATER THAN PST-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START.

       CHECK-STREET.
      * An address line with no street left once the number is off
      * cannot be found on a commune that has a street list.
           IF LK-VOIE-KEY = SPACES
               MOVE "V" TO LK-RESULT
           ELSE
               MOVE LK-CP TO PST-CP
               MOVE LK-COMMUNE-KEY TO PST-COMMUNE-KEY
               MOVE LK-VOIE-KEY TO PST-VOIE-KEY
               READ POSTAL_FILE
                   KEY IS PST-KEY
                   INVALID KEY
                       MOVE "V" TO LK-RESULT
                   NOT INVALID KEY
                       MOVE "C" TO LK-RESULT
               END-READ
           END-IF.

       FOLD-COMMUNE.
           MOVE LK-VILLE TO WS-NORM-NAME
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-NAME TO LK-COMMUNE-KEY.

       FOLD-STREET.
      * Skip the house number and its BIS/TER/QUATER, spell out the
      * street type, then fold what is left.
           MOVE SPACES TO LK-VOIE-KEY
           MOVE FUNCTION UPPER-CASE(LK-ADR-1) TO WS-STREET
           INSPECT WS-STREET CONVERTING ",.'-/" TO SPACES
           MOVE "N" TO WS-STARTED
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > 30 OR STREET-STARTED
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-STREET DELIMITED BY ALL SPACE
                   INTO WS-TOKEN
                   WITH POINTER WS-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-TOKEN = SPACES
                       CONTINUE
                   WHEN WS-TOKEN(1:1) IS NUMERIC
                       CONTINUE
                   WHEN WS-TOKEN = "BIS" OR "TER" OR "QUATER"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-STARTED
               END-EVALUATE
           END-PERFORM
           IF STREET-STARTED
               MOVE WS-TOKEN TO WS-FIRST-WORD
               PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 18
                   IF WS-ABBREV-SHORT(WS-AX) = WS-TOKEN
                       MOVE WS-ABBREV-FULL(WS-AX) TO WS-FIRST-WORD
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-STREET-BUILT
               IF WS-PTR > 30
                   MOVE WS-FIRST-WORD TO WS-STREET-BUILT
               ELSE
                   STRING WS-FIRST-WORD DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-STREET(WS-PTR:) DELIMITED BY SIZE
                       INTO WS-STREET-BUILT
                   END-STRING
               END-IF
               MOVE WS-STREET-BUILT TO WS-NORM-NAME
               PERFORM NORMALIZE-NAME
               MOVE WS-NORM-NAME TO LK-VOIE-KEY
           END-IF.

       NORMALIZE-NAME.
      * Case fold, strip the common Latin-1 accented letters, then
      * keep only A-Z and digits - the NameDupReport.cbl rule.
           MOVE FUNCTION UPPER-CASE(WS-NORM-NAME) TO WS-NORM-NAME
           INSPECT WS-NORM-NAME CONVERTING
               X"C0C1C2C3C4C5C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDCC7D1"
               TO "AAAAAAEEEEIIIIOOOOOUUUUCN"
           MOVE SPACES TO WS-NORM-BUILT
           MOVE 0 TO WS-NB
           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 60
               MOVE WS-NORM-NAME(WS-NX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   ADD 1 TO WS-NB
                   MOVE WS-CHAR TO WS-NORM-BUILT(WS-NB:1)
               END-IF
           END-PERFORM
           MOVE WS-NORM-BUILT TO WS-NORM-NAME.
