      * truncated file is caught by a control mismatch instead of by
      * returned mail. Mode C reparses the comma-delimited file
      * (header line skipped), mode M the fixed-width mailing layout.
      * Mode E proves the e-mail campaign extract
      * (email_extract.csv, EmailExtract.cbl), which is laid out
      * NOM,AGE,VILLE first precisely so the CSV arithmetic applies.
      * Mode S proves a selection (selection_extract.txt,
      * SelectExtract.cbl), whole people records with AGE after NOM.
      * RETURN-CODE 0 conforme, 8 ecart, 12 file problems.
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT_FILE.
       01  EXTRACT-LINE PIC X(250).
       01  MAILING-VIEW REDEFINES EXTRACT-LINE.
           05 MV-VILLE PIC X(20).
           05 MV-NOM PIC X(20).
           05 MV-AGE PIC X(3).
           05 MV-REST PIC X(207).
       01  SELECTION-VIEW REDEFINES EXTRACT-LINE.
           05 SV-NOM PIC X(20).
           05 SV-AGE PIC X(2).
           05 SV-REST PIC X(228).

       FD  CONTROL_FILE.
       01  CONTROL_RECORD.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Type d'extrait (C = CSV, M = publipostage, "
               "E = courriels, S = selection) : ".
           ACCEPT WS-MODE.
           IF WS-MODE = "e"
               MOVE "E" TO WS-MODE
           END-IF.
           IF WS-MODE = "s"
               MOVE "S" TO WS-MODE
           END-IF.
           IF WS-MODE = "C" OR WS-MODE = "c"
               MOVE "people.csv" TO WS-EXTRACT-FILENAME
               MOVE "people.csv.ctl" TO WS-CONTROL-FILENAME
                   MOVE "mailing_extract.txt" TO WS-EXTRACT-FILENAME
                   MOVE "mailing_extract.ctl" TO WS-CONTROL-FILENAME
               ELSE
                   IF WS-MODE = "E"
                       MOVE "email_extract.csv" TO WS-EXTRACT-FILENAME
                       MOVE "email_extract.csv.ctl"
                           TO WS-CONTROL-FILENAME
                   ELSE
                       IF WS-MODE = "S"
                           MOVE "selection_extract.txt"
                               TO WS-EXTRACT-FILENAME
                           MOVE "selection_extract.ctl"
                               TO WS-CONTROL-FILENAME
                       ELSE
                           DISPLAY "TYPE INVALIDE : " WS-MODE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           GOBACK.

       TALLY-EXTRACT-LINE.
           IF WS-MODE = "C" OR WS-MODE = "c" OR WS-MODE = "E"
               IF WS-FIRST-LINE = "Y"
                   AND EXTRACT-LINE(1:13) = "NOM,AGE,VILLE"
                   MOVE "N" TO WS-FIRST-LINE
           ELSE
               IF EXTRACT-LINE NOT = SPACES
                   ADD 1 TO WS-LINE-COUNT
                   IF WS-MODE = "S"
                       IF SV-AGE IS NUMERIC
                           ADD FUNCTION NUMVAL(SV-AGE) TO WS-AGE-HASH
                       END-IF
                   ELSE
                       IF FUNCTION TEST-NUMVAL(MV-AGE) = 0
                           ADD FUNCTION NUMVAL(MV-AGE) TO WS-AGE-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF.
