      ******************************************************************
      * Name : PersonAlias.cbl
      * Author: RayanPonsolle
      * Shared writer for aliases.dat (ALIASREC.cpy), the file of
      * former and usage names kept on the person number. CALLed
      * with an action, a person number, a name, a name type and the
      * operator :
      *   ADD    - record the name for the person, once : a name the
      *            person already carries on file is not duplicated.
      *            PersonJournal.cbl calls it on every REWRIT whose
      *            NOM changed, so a change of name keyed anywhere
      *            (PersonMaint, the batch transactions, an approved
      *            pending change) keeps the old name searchable.
      *   FORGET - remove every name held for the person, used by
      *            Anonymize.cbl so no old name survives an erasure.
      *   REPNT  - move every name held for the "from" number onto
      *            the person, used by PersonMerge.cbl when a
      *            duplicate is retired.
      * The file is created on first use, so a site that never
      * changes a name never sees it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonAlias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS_FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-CHAIN-END PIC 9.
       01  WS-LAST-SEQ PIC 9(3).
       01  WS-ALREADY-HELD PIC X.
           88 NAME-ALREADY-HELD VALUE "Y".
       01  WS-SCAN-ID PIC 9(6).
       01  WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 50 TIMES.
               10 WS-MV-SEQ PIC 9(3).
               10 WS-MV-NOM PIC A(20).
               10 WS-MV-TYPE PIC X.
               10 WS-MV-END-DATE PIC 9(8).
       01  WS-MOVE-TALLY PIC 9(2) VALUE 0.
       01  WS-MX PIC 9(2).
       01  WS-ADD-NOM PIC A(20).
       01  WS-ADD-TYPE PIC X.
       01  WS-ADD-END-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-PERSON-ID PIC 9(6).
       01  LK-ALIAS-NOM PIC A(20).
       01  LK-ALIAS-TYPE PIC X.
       01  LK-FROM-ID PIC 9(6).
       01  LK-OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION USING LK-ACTION LK-PERSON-ID LK-ALIAS-NOM
               LK-ALIAS-TYPE LK-FROM-ID LK-OPERATOR-ID.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.

           OPEN I-O ALIAS_FILE.
           IF WS-ALIAS-FILE-STATUS = "35"
               IF LK-ACTION NOT = "ADD"
      * No file yet : nothing to forget or to move.
                   GOBACK
               END-IF
               OPEN OUTPUT ALIAS_FILE
               CLOSE ALIAS_FILE
               OPEN I-O ALIAS_FILE
           END-IF.
           IF WS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "AVERTISSEMENT : aliases.dat INACCESSIBLE "
                   "- STATUS " WS-ALIAS-FILE-STATUS
               GOBACK
           END-IF.

           EVALUATE LK-ACTION
               WHEN "ADD"
                   MOVE LK-ALIAS-NOM TO WS-ADD-NOM
                   MOVE LK-ALIAS-TYPE TO WS-ADD-TYPE
                   IF LK-ALIAS-TYPE = "U"
                       MOVE 0 TO WS-ADD-END-DATE
                   ELSE
                       MOVE WS-TODAY-YMD TO WS-ADD-END-DATE
                   END-IF
                   PERFORM ADD-ONE-NAME
               WHEN "FORGET"
                   MOVE LK-PERSON-ID TO WS-SCAN-ID
                   PERFORM LOAD-PERSON-NAMES
                   PERFORM DELETE-LOADED-NAMES
               WHEN "REPNT"
                   MOVE LK-FROM-ID TO WS-SCAN-ID
                   PERFORM LOAD-PERSON-NAMES
                   PERFORM DELETE-LOADED-NAMES
                   PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > WS-MOVE-TALLY
                       MOVE WS-MV-NOM(WS-MX) TO WS-ADD-NOM
                       MOVE WS-MV-TYPE(WS-MX) TO WS-ADD-TYPE
                       MOVE WS-MV-END-DATE(WS-MX) TO WS-ADD-END-DATE
                       PERFORM ADD-ONE-NAME
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "PersonAlias : ACTION INCONNUE " LK-ACTION
           END-EVALUATE.

           CLOSE ALIAS_FILE.
           GOBACK.

       ADD-ONE-NAME.
      * Walk the person's entries for the highest sequence and for
      * the same name already held ; a blank name is never kept.
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-ALREADY-HELD
           IF WS-ADD-NOM = SPACES
               MOVE "Y" TO WS-ALREADY-HELD
           END-IF
           MOVE 0 TO WS-CHAIN-END
           MOVE LK-PERSON-ID TO ALS-PERSON-ID
           MOVE 0 TO ALS-SEQ
           START ALIAS_FILE KEY IS NOT LESS THAN ALS-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1 OR WS-ADD-NOM = SPACES
               READ ALIAS_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF ALS-PERSON-ID NOT = LK-PERSON-ID
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           MOVE ALS-SEQ TO WS-LAST-SEQ
                           IF ALS-NOM = WS-ADD-NOM
                               MOVE "Y" TO WS-ALREADY-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT NAME-ALREADY-HELD
               IF WS-LAST-SEQ = 999
                   DISPLAY "AVERTISSEMENT : PLUS DE 999 NOMS POUR LE "
                       "NUMERO " LK-PERSON-ID ", " WS-ADD-NOM
                       " NON CONSERVE"
               ELSE
                   MOVE LK-PERSON-ID TO ALS-PERSON-ID
                   COMPUTE ALS-SEQ = WS-LAST-SEQ + 1
                   MOVE WS-ADD-NOM TO ALS-NOM
                   MOVE WS-ADD-TYPE TO ALS-TYPE
                   MOVE WS-ADD-END-DATE TO ALS-END-DATE
                   MOVE WS-TODAY-YMD TO ALS-ENTRY-DATE
                   MOVE LK-OPERATOR-ID TO ALS-OPERATOR
                   WRITE ALIAS-RECORD
                       INVALID KEY
                           DISPLAY "ERREUR ECRITURE aliases.dat - "
                               "STATUS " WS-ALIAS-FILE-STATUS
                   END-WRITE
               END-IF
           END-IF.

       LOAD-PERSON-NAMES.
           MOVE 0 TO WS-MOVE-TALLY
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-SCAN-ID TO ALS-PERSON-ID
           MOVE 0 TO ALS-SEQ
           START ALIAS_FILE KEY IS NOT LESS THAN ALS-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ ALIAS_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF ALS-PERSON-ID NOT = WS-SCAN-ID
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           IF WS-MOVE-TALLY < 50
                               ADD 1 TO WS-MOVE-TALLY
                               MOVE ALS-SEQ TO WS-MV-SEQ(WS-MOVE-TALLY)
                               MOVE ALS-NOM TO WS-MV-NOM(WS-MOVE-TALLY)
                               MOVE ALS-TYPE
                                   TO WS-MV-TYPE(WS-MOVE-TALLY)
                               MOVE ALS-END-DATE
                                   TO WS-MV-END-DATE(WS-MOVE-TALLY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-LOADED-NAMES.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MOVE-TALLY
               MOVE WS-SCAN-ID TO ALS-PERSON-ID
               MOVE WS-MV-SEQ(WS-MX) TO ALS-SEQ
               DELETE ALIAS_FILE
                   INVALID KEY
                       DISPLAY "ERREUR SUPPRESSION aliases.dat - "
                           "STATUS " WS-ALIAS-FILE-STATUS
               END-DELETE
           END-PERFORM.
