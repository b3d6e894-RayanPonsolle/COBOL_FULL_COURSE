      ******************************************************************
      * Name : PostalLoad.cbl
      * Author: RayanPonsolle
      * Rebuilds the postal reference postal.dat (POSTREC.cpy) from
      * the national files, on the pattern of CityBulkLoad.cbl :
      *   - POSTAL_REF (postal_ref.txt) : the code postal to commune
      *     list, one line per pair - code postal, commune name and
      *     INSEE commune code in 5+20+5 columns ;
      *   - STREET_REF (street_ref.txt), optional : the streets the
      *     national address file supplies - code postal, commune
      *     and street name in 5+20+40 columns. A commune that gets
      *     its streets loaded is marked so, and only those communes
      *     have addresses graded down to the street.
      * Keys are folded through PostalCheck.cbl so the load and the
      * lookups always agree. The reference is national data nobody
      * keys by hand, so it is replaced whole rather than merged.
      * Counts go to postal_load.prt. Supervisor level is required,
      * as for CityBulkLoad.cbl.
      * Both national files go through FileReception.cbl before
      * postal.dat is touched (sources POSTAL and VOIES) : a refused
      * file stops the run (RC 12), an empty or truncated one holds
      * it (RC 8). As postal.dat is rebuilt whole on every run, an
      * unchanged street list is still loaded beside a new code
      * postal list ; only the code postal list is refused when
      * identical to one already loaded. Each file is registered as
      * applied once the load is done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL_FILE ASSIGN TO WS-POSTAL-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PST-KEY
           FILE STATUS IS WS-POSTAL-FILE-STATUS.

           SELECT REF_FILE ASSIGN TO WS-REF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT STREET_FILE ASSIGN TO WS-STREET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STREET-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL_FILE.
           COPY POSTREC.

       FD  REF_FILE.
       01  REF-RECORD.
           05 REF-CP PIC X(5).
           05 REF-COMMUNE PIC A(20).
           05 REF-INSEE PIC X(5).

       FD  STREET_FILE.
       01  STREET-RECORD.
           05 STR-CP PIC X(5).
           05 STR-COMMUNE PIC A(20).
           05 STR-VOIE PIC X(40).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POSTAL-FILENAME PIC X(60) VALUE "postal.dat".
       01  WS-REF-FILENAME PIC X(60) VALUE "postal_ref.txt".
       01  WS-STREET-FILENAME PIC X(60) VALUE "street_ref.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "postal_load.prt".
       01  WS-POSTAL-FILE-STATUS PIC XX.
       01  WS-REF-FILE-STATUS PIC XX.
       01  WS-STREET-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "PostalLoad".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20).
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-RCV-STREET-RESULT PIC X.
       01  WS-RCV-STREET-RECORDS PIC 9(9).
       01  WS-RCV-STREET-CHECK PIC 9(8).
       01  FILE-END PIC 9.
       01  WS-PC-ACTION PIC X.
       01  WS-PC-CP PIC X(5).
       01  WS-PC-VILLE PIC A(20).
       01  WS-PC-ADR-1 PIC X(30).
       01  WS-PC-RESULT PIC X.
       01  WS-PC-KEYS.
           05 WS-PC-COMMUNE-KEY PIC X(20).
           05 WS-PC-VOIE-KEY PIC X(30).
       01  WS-PC-COMMUNES.
           05 WS-PC-COMMUNE-COUNT PIC 99.
           05 WS-PC-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-COMMUNE-COUNT PIC 9(6) VALUE 0.
       01  WS-STREET-COUNT PIC 9(7) VALUE 0.
       01  WS-STREET-COMMUNES PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT PIC 9(6) VALUE 0.
       01  WS-BAD-COUNT PIC 9(6) VALUE 0.
       01  WS-STREETS-READ PIC X VALUE "N".
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-TODAY
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "CHARGEMENT REFUSE : NIVEAU SUPERVISEUR "
                   "REQUIS POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "POSTAL_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-POSTAL-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-POSTAL-FILENAME = SPACES
               MOVE "postal.dat" TO WS-POSTAL-FILENAME
           END-IF.

           DISPLAY "POSTAL_REF" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REF-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-REF-FILENAME = SPACES
               MOVE "postal_ref.txt" TO WS-REF-FILENAME
           END-IF.

           DISPLAY "STREET_REF" UPON ENVIRONMENT-NAME.
           ACCEPT WS-STREET-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-STREET-FILENAME = SPACES
               MOVE "street_ref.txt" TO WS-STREET-FILENAME
           END-IF.

           MOVE "R" TO WS-RCV-ACTION.
           MOVE "POSTAL" TO WS-RCV-SOURCE.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-REF-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.
           IF WS-RCV-RESULT = "V" OR WS-RCV-RESULT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RCV-RESULT NOT = "A" AND WS-RCV-RESULT NOT = "F"
               AND WS-RCV-RESULT NOT = "M"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "VOIES" TO WS-RCV-SOURCE.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-STREET-FILENAME WS-RCV-STREET-RESULT
               WS-RCV-STREET-RECORDS WS-RCV-STREET-CHECK.
           IF WS-RCV-STREET-RESULT = "V" OR WS-RCV-STREET-RESULT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RCV-STREET-RESULT = "C" OR WS-RCV-STREET-RESULT = "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REF_FILE.
           IF WS-REF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-REF-FILENAME
                   " - STATUS " WS-REF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT POSTAL_FILE.
           IF WS-POSTAL-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-POSTAL-FILENAME
                   " - STATUS " WS-POSTAL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REF_FILE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REF_FILE
               CLOSE POSTAL_FILE
               GOBACK
           END-IF.

           MOVE 1 TO FILE-END.
           PERFORM UNTIL FILE-END = 0
               READ REF_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       PERFORM LOAD-ONE-COMMUNE
               END-READ
           END-PERFORM.
           CLOSE REF_FILE.
           CLOSE POSTAL_FILE.

      * The street list is optional : without it the reference still
      * checks every code postal / commune pair.
           OPEN INPUT STREET_FILE.
           IF WS-STREET-FILE-STATUS = "00"
               MOVE "Y" TO WS-STREETS-READ
               OPEN I-O POSTAL_FILE
               IF WS-POSTAL-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-POSTAL-FILENAME
                       " - STATUS " WS-POSTAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0
                       READ STREET_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM LOAD-ONE-STREET
                       END-READ
                   END-PERFORM
                   CLOSE POSTAL_FILE
               END-IF
               CLOSE STREET_FILE
           END-IF.

           PERFORM PRINT-LOAD-REPORT.
           CLOSE PRINT_FILE.

           MOVE "T" TO WS-RCV-ACTION.
           MOVE "POSTAL" TO WS-RCV-SOURCE.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-REF-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
               WS-RCV-CHECK.
           IF WS-STREETS-READ = "Y"
               AND (WS-RCV-STREET-RESULT = "A"
                   OR WS-RCV-STREET-RESULT = "F")
               MOVE "VOIES" TO WS-RCV-SOURCE
               CALL "FileReception" USING WS-RCV-ACTION
                   WS-RCV-SOURCE WS-STREET-FILENAME
                   WS-RCV-STREET-RESULT WS-RCV-STREET-RECORDS
                   WS-RCV-STREET-CHECK
           END-IF.

           DISPLAY "CHARGEMENT DU REFERENTIEL POSTAL TERMINE".
           DISPLAY "COMMUNES " WS-COMMUNE-COUNT
               " VOIES " WS-STREET-COUNT
               " DOUBLONS " WS-DUP-COUNT
               " REJETS " WS-BAD-COUNT.
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "VOIES SANS COMMUNE AU REFERENTIEL : "
                   WS-ORPHAN-COUNT
           END-IF.
           IF WS-COMMUNE-COUNT = 0
               DISPLAY "FICHIER DE REFERENCE VIDE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ONE-COMMUNE.
           IF REF-CP IS NOT NUMERIC OR REF-COMMUNE = SPACES
               ADD 1 TO WS-BAD-COUNT
           ELSE
               MOVE "N" TO WS-PC-ACTION
               MOVE REF-COMMUNE TO WS-PC-VILLE
               MOVE SPACES TO WS-PC-ADR-1
               PERFORM CALL-POSTAL-CHECK
               MOVE SPACES TO POSTAL-RECORD
               MOVE REF-CP TO PST-CP
               MOVE WS-PC-COMMUNE-KEY TO PST-COMMUNE-KEY
               MOVE REF-COMMUNE TO PST-COMMUNE-NOM
               MOVE REF-INSEE TO PST-INSEE
               MOVE "N" TO PST-VOIES-FLAG
               WRITE POSTAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-COMMUNE-COUNT
               END-WRITE
           END-IF.

       LOAD-ONE-STREET.
           IF STR-CP IS NOT NUMERIC OR STR-VOIE = SPACES
               ADD 1 TO WS-BAD-COUNT
           ELSE
               MOVE "N" TO WS-PC-ACTION
               MOVE STR-COMMUNE TO WS-PC-VILLE
               MOVE STR-VOIE TO WS-PC-ADR-1
               PERFORM CALL-POSTAL-CHECK
               MOVE STR-CP TO PST-CP
               MOVE WS-PC-COMMUNE-KEY TO PST-COMMUNE-KEY
               MOVE SPACES TO PST-VOIE-KEY
               READ POSTAL_FILE
                   KEY IS PST-KEY
                   INVALID KEY
                       ADD 1 TO WS-ORPHAN-COUNT
                   NOT INVALID KEY
                       PERFORM ADD-STREET-ROW
               END-READ
           END-IF.

       ADD-STREET-ROW.
           IF PST-VOIES-FLAG NOT = "Y"
               MOVE "Y" TO PST-VOIES-FLAG
               REWRITE POSTAL-RECORD
               ADD 1 TO WS-STREET-COMMUNES
           END-IF
           IF WS-PC-VOIE-KEY = SPACES
               ADD 1 TO WS-BAD-COUNT
           ELSE
               MOVE WS-PC-VOIE-KEY TO PST-VOIE-KEY
               MOVE STR-VOIE TO PST-VOIE-NOM
               MOVE SPACE TO PST-VOIES-FLAG
               WRITE POSTAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-STREET-COUNT
               END-WRITE
           END-IF.

       CALL-POSTAL-CHECK.
           MOVE SPACES TO WS-PC-CP
           CALL "PostalCheck" USING WS-PC-ACTION WS-PC-CP WS-PC-VILLE
               WS-PC-ADR-1 WS-PC-RESULT WS-PC-KEYS WS-PC-COMMUNES
           END-CALL.

       PRINT-LOAD-REPORT.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "CHARGEMENT DU REFERENTIEL POSTAL" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               "   OPERATEUR : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "=================================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "COUPLES CODE POSTAL / COMMUNE : " WS-COMMUNE-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF WS-STREETS-READ = "Y"
               STRING "VOIES CHARGEES                : "
                   WS-STREET-COUNT
                   " (" WS-STREET-COMMUNES " COMMUNES)"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "VOIES : AUCUN FICHIER, CONTROLE A LA COMMUNE SEULE"
                   TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "VOIES SANS COMMUNE            : " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DOUBLONS IGNORES              : " WS-DUP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "LIGNES REJETEES               : " WS-BAD-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
