      ******************************************************************
      * Name : DeathMatch.cbl
      * Author: RayanPonsolle
      * Monthly match of the people file against the national deaths
      * register published by INSEE, so a deceased person stops being
      * mailed without waiting for the family to tell the desk. The
      * register (DEATHS_FILE, deces.txt) keeps the INSEE fixed layout
      * : "NOM*PRENOMS/" then sex, date of birth, place and commune of
      * birth, country, date of death, place of death, deed number.
      * The people file is folded once into a sorted name index with
      * the NameDupReport.cbl rule (case, accents, then only letters
      * and digits), deceased records left out. Each register line
      * is looked up on its folded surname, and on the surname joined
      * to the first forename either way round, since NOM on file is
      * sometimes keyed with the forename.
      *   - same folded name and the same confirmed date of birth :
      *     a certain match. A single one is queued in
      *     pending_changes.txt as a DECES status change (STATUT "D",
      *     STATUT-DATE the date of death) for a supervisor to approve
      *     in ApprovePending.cbl ; a person already queued is not
      *     queued twice. Two or more homonyms born the same day are
      *     not guessed at - they go to the review list.
      *   - same folded name but the date of birth on file is only
      *     estimated (flag "E") and within a year : a partial match,
      *     listed for the steward.
      * The review list goes to PRINT_FILE (deces_revue.prt). Each run
      * displays the matched, queued and ambiguous counts.
      * RETURN-CODE 4 when nothing matched.
      * deces.txt goes through FileReception.cbl (source DECES)
      * before it is read : a register identical to one already
      * matched is refused (RC 12), an empty or unusually short one
      * is held (RC 8), and the file is registered as applied once
      * the run ends without an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeathMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT DEATHS_FILE ASSIGN TO WS-DEATHS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEATHS-FILE-STATUS.

           SELECT PENDING_FILE ASSIGN TO "pending_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "decessort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  DEATHS_FILE.
       01  DEATHS_RECORD.
           05 DTH-NOM-PRENOMS PIC X(80).
           05 DTH-SEXE PIC X.
           05 DTH-DATE-NAISSANCE PIC X(8).
           05 DTH-LIEU-NAISSANCE PIC X(5).
           05 DTH-COMMUNE-NAISSANCE PIC X(30).
           05 DTH-PAYS-NAISSANCE PIC X(30).
           05 DTH-DATE-DECES PIC X(8).
           05 DTH-LIEU-DECES PIC X(5).
           05 DTH-NUM-ACTE PIC X(9).

       FD  PENDING_FILE.
       01  PENDING_RECORD.
           05 PND-MAKER-ID PIC X(8).
           05 PND-TIMESTAMP PIC X(15).
           05 PND-ACTION PIC X(6).
           05 PND-BEFORE-AGE PIC 99.
           05 PND-BEFORE-VILLE PIC A(20).
           05 PND-AFTER-IMAGE PIC X(233).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-KEY PIC X(20).
           05 SORT-DOB PIC 9(8).
           05 SORT-DOB-FLAG PIC X.
           05 SORT-PERSON-ID PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DEATHS-FILENAME PIC X(60) VALUE "deces.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "deces_revue.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-DEATHS-FILE-STATUS PIC XX.
       01  WS-PENDING-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "DeathMatch".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-RCV-ACTION PIC X.
       01  WS-RCV-SOURCE PIC X(20) VALUE "DECES".
       01  WS-RCV-RESULT PIC X.
       01  WS-RCV-RECORDS PIC 9(9).
       01  WS-RCV-CHECK PIC 9(8).
       01  WS-PENDING-OPEN PIC X VALUE "N".
           88 PENDING-FILE-OPEN VALUE "Y".
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
      * Folded-name index of the living people, in key order.
       01  WS-INDEX-TABLE.
           05 WS-INDEX-ENTRY OCCURS 20000 TIMES.
               10 WS-IX-KEY PIC X(20).
               10 WS-IX-DOB PIC 9(8).
               10 WS-IX-DOB-FLAG PIC X.
               10 WS-IX-PERSON-ID PIC 9(6).
       01  WS-INDEX-TALLY PIC 9(5) VALUE 0.
       01  WS-INDEX-LOST PIC 9(5) VALUE 0.
       01  WS-LO PIC 9(5).
       01  WS-HI PIC 9(5).
       01  WS-MID PIC 9(5).
       01  WS-IX PIC 9(5).
      * Persons already waiting on a DECES change in the queue.
       01  WS-QUEUED-TABLE.
           05 WS-QUEUED-ID PIC 9(6) OCCURS 2000 TIMES.
       01  WS-QUEUED-TALLY PIC 9(4) VALUE 0.
       01  WS-QX PIC 9(4).
       01  WS-IS-QUEUED PIC X.
           88 PERSON-IS-QUEUED VALUE "Y".
      * Candidates found for the current register line.
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 20 TIMES.
               10 WS-CD-PERSON-ID PIC 9(6).
               10 WS-CD-DOB PIC 9(8).
               10 WS-CD-DOB-FLAG PIC X.
               10 WS-CD-CLASS PIC X.
       01  WS-CAND-TALLY PIC 99.
       01  WS-CX PIC 99.
       01  WS-CERTAIN-TALLY PIC 99.
       01  WS-PARTIAL-TALLY PIC 99.
       01  WS-CERTAIN-IX PIC 99.
       01  WS-SEEN PIC X.
       01  WS-CLASS PIC X.
      * Register line broken down and folded.
       01  WS-DTH-SURNAME PIC X(80).
       01  WS-DTH-FORENAMES PIC X(80).
       01  WS-DTH-FORENAME PIC X(40).
       01  WS-DTH-DOB PIC 9(8).
       01  WS-DTH-DOB-YEAR PIC 9(4).
       01  WS-DTH-DEATH-DATE PIC 9(8).
       01  WS-FOLD-SURNAME PIC X(20).
       01  WS-FOLD-FORENAME PIC X(20).
       01  WS-VARIANT-KEY PIC X(20).
       01  WS-PRIOR-KEY-1 PIC X(20).
       01  WS-PRIOR-KEY-2 PIC X(20).
       01  WS-VARIANT-BUILD PIC X(40).
       01  WS-YEAR-GAP PIC S9(4).
       01  WS-PERSON-DOB-YEAR PIC 9(4).
      * Name folding, as NameDupReport.cbl.
       01  WS-NORM-NAME PIC X(80).
       01  WS-NORM-BUILT PIC X(80).
       01  WS-NX PIC 9(2).
       01  WS-NB PIC 9(2).
       01  WS-CHAR PIC X.
       01  WS-FOLD-LENGTH PIC 9(2).
       01  WS-REASON PIC X(40).
       01  WS-FILE-END PIC 9.
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-UNREADABLE-COUNT PIC 9(6) VALUE 0.
       01  WS-MATCHED-COUNT PIC 9(6) VALUE 0.
       01  WS-QUEUED-COUNT PIC 9(6) VALUE 0.
       01  WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01  WS-AMBIGUOUS-COUNT PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R"
               DISPLAY "OPERATEUR NON AUTORISE : " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "DEATHS_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEATHS-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DEATHS-FILENAME = SPACES
               MOVE "deces.txt" TO WS-DEATHS-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "deces_revue.prt" TO WS-PRINT-FILENAME
           END-IF.

           MOVE "R" TO WS-RCV-ACTION.
           CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
               WS-DEATHS-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
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

           OPEN INPUT DEATHS_FILE.
           IF WS-DEATHS-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DEATHS-FILENAME
                   " - STATUS " WS-DEATHS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-QUEUED-DEATHS.

           MOVE 0 TO RETURN-CODE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS LOAD-SORT-INPUT
               OUTPUT PROCEDURE IS UNLOAD-SORT-OUTPUT.
           IF RETURN-CODE = 12
               CLOSE DEATHS_FILE
               GOBACK
           END-IF.
           IF WS-INDEX-LOST > 0
               DISPLAY "AVERTISSEMENT : " WS-INDEX-LOST
                   " PERSONNE(S) HORS INDEX (TABLE PLEINE)"
           END-IF.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DEATHS_FILE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DEATHS_FILE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           MOVE "RAPPROCHEMENT REGISTRE DES DECES - A REVOIR" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               "   REGISTRE : " WS-DEATHS-FILENAME
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE 1 TO WS-FILE-END.
           PERFORM UNTIL WS-FILE-END = 0
               READ DEATHS_FILE
                   AT END
                       MOVE 0 TO WS-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MATCH-ONE-DEATH
               END-READ
           END-PERFORM.

           CLOSE DEATHS_FILE.
           CLOSE DATA_FILE.
           IF PENDING-FILE-OPEN
               CLOSE PENDING_FILE
           END-IF.

           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "LIGNES DU REGISTRE LUES          : " WS-READ-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONCORDANCES CERTAINES           : "
               WS-MATCHED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MISES EN ATTENTE D'APPROBATION   : "
               WS-QUEUED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "AMBIGUES, A REVOIR               : "
               WS-AMBIGUOUS-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT_FILE.

           DISPLAY "REGISTRE DES DECES : " WS-READ-COUNT
               " LIGNE(S) LUE(S)".
           DISPLAY "CONCORDANCES CERTAINES : " WS-MATCHED-COUNT.
           DISPLAY "MISES EN ATTENTE       : " WS-QUEUED-COUNT.
           DISPLAY "AMBIGUES (A REVOIR)    : " WS-AMBIGUOUS-COUNT.
           IF WS-ALREADY-COUNT > 0
               DISPLAY "DEJA EN ATTENTE        : " WS-ALREADY-COUNT
           END-IF.
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "LIGNES ILLISIBLES      : "
                   WS-UNREADABLE-COUNT
           END-IF.
           IF WS-ERROR-COUNT = 0
               MOVE "T" TO WS-RCV-ACTION
               CALL "FileReception" USING WS-RCV-ACTION WS-RCV-SOURCE
                   WS-DEATHS-FILENAME WS-RCV-RESULT WS-RCV-RECORDS
                   WS-RCV-CHECK
           END-IF.
           IF WS-ERROR-COUNT > 0
               DISPLAY "ERREURS                : " WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MATCHED-COUNT = 0 AND WS-AMBIGUOUS-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-QUEUED-DEATHS.
      * A DECES item still waiting from an earlier run (or keyed at
      * the desk) is not queued a second time.
           OPEN INPUT PENDING_FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ PENDING_FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE PND-AFTER-IMAGE TO FILE_DATA
                           IF PND-ACTION = "DECES"
                               OR (PND-ACTION = "UPDATE"
                                   AND STATUT = "D")
                               IF WS-QUEUED-TALLY < 2000
                                   ADD 1 TO WS-QUEUED-TALLY
                                   MOVE PERSON-ID TO
                                       WS-QUEUED-ID(WS-QUEUED-TALLY)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING_FILE
           END-IF.

       LOAD-SORT-INPUT.
           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ DATA_FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TR-KEY NOT = "**TRAILER**"
                               AND STATUT NOT = "D"
                               MOVE NOM TO WS-NORM-NAME
                               MOVE 20 TO WS-FOLD-LENGTH
                               PERFORM NORMALIZE-NAME
                               MOVE WS-NORM-NAME TO SORT-KEY
                               MOVE DATE-NAISSANCE TO SORT-DOB
                               MOVE DATE-NAISSANCE-FLAG TO
                                   SORT-DOB-FLAG
                               MOVE PERSON-ID TO SORT-PERSON-ID
                               IF SORT-KEY NOT = SPACES
                                   RELEASE SORT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATA_FILE
           END-IF.

       UNLOAD-SORT-OUTPUT.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-INDEX-TALLY < 20000
                           ADD 1 TO WS-INDEX-TALLY
                           MOVE SORT-KEY TO WS-IX-KEY(WS-INDEX-TALLY)
                           MOVE SORT-DOB TO WS-IX-DOB(WS-INDEX-TALLY)
                           MOVE SORT-DOB-FLAG TO
                               WS-IX-DOB-FLAG(WS-INDEX-TALLY)
                           MOVE SORT-PERSON-ID TO
                               WS-IX-PERSON-ID(WS-INDEX-TALLY)
                       ELSE
                           ADD 1 TO WS-INDEX-LOST
                       END-IF
               END-RETURN
           END-PERFORM.

       MATCH-ONE-DEATH.
      * INSEE writes "SURNAME*FORENAME OTHER/" ; the first forename
      * ends at the first space or slash.
           MOVE SPACES TO WS-DTH-SURNAME WS-DTH-FORENAMES
               WS-DTH-FORENAME
           UNSTRING DTH-NOM-PRENOMS DELIMITED BY "*"
               INTO WS-DTH-SURNAME WS-DTH-FORENAMES
           END-UNSTRING
           UNSTRING WS-DTH-FORENAMES DELIMITED BY " " OR "/"
               INTO WS-DTH-FORENAME
           END-UNSTRING
           IF WS-DTH-SURNAME = SPACES
               OR DTH-DATE-NAISSANCE IS NOT NUMERIC
               OR DTH-DATE-DECES IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
               MOVE "LIGNE ILLISIBLE" TO WS-REASON
               PERFORM PRINT-DEATH-LINE
           ELSE
               MOVE DTH-DATE-NAISSANCE TO WS-DTH-DOB
               MOVE WS-DTH-DOB(1:4) TO WS-DTH-DOB-YEAR
               MOVE DTH-DATE-DECES TO WS-DTH-DEATH-DATE
               PERFORM FIND-CANDIDATES
               PERFORM DECIDE-ONE-DEATH
           END-IF.

       FIND-CANDIDATES.
      * Three spellings of the name are looked up : the surname
      * alone, forename + surname and surname + forename, each folded
      * and cut to the 20 characters of NOM.
           MOVE 0 TO WS-CAND-TALLY
           MOVE 0 TO WS-CERTAIN-TALLY
           MOVE 0 TO WS-PARTIAL-TALLY
           MOVE SPACES TO WS-PRIOR-KEY-1 WS-PRIOR-KEY-2

           MOVE WS-DTH-SURNAME TO WS-NORM-NAME
           MOVE 80 TO WS-FOLD-LENGTH
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-NAME TO WS-FOLD-SURNAME
           MOVE WS-DTH-FORENAME TO WS-NORM-NAME
           MOVE 40 TO WS-FOLD-LENGTH
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-NAME TO WS-FOLD-FORENAME

           MOVE WS-FOLD-SURNAME TO WS-VARIANT-KEY
           PERFORM LOOK-UP-VARIANT
           MOVE WS-VARIANT-KEY TO WS-PRIOR-KEY-1

           IF WS-FOLD-FORENAME NOT = SPACES
               MOVE SPACES TO WS-VARIANT-BUILD
               STRING WS-FOLD-FORENAME DELIMITED BY SPACE
                   WS-FOLD-SURNAME DELIMITED BY SPACE
                   INTO WS-VARIANT-BUILD
               END-STRING
               MOVE WS-VARIANT-BUILD TO WS-VARIANT-KEY
               IF WS-VARIANT-KEY NOT = WS-PRIOR-KEY-1
                   PERFORM LOOK-UP-VARIANT
               END-IF
               MOVE WS-VARIANT-KEY TO WS-PRIOR-KEY-2

               MOVE SPACES TO WS-VARIANT-BUILD
               STRING WS-FOLD-SURNAME DELIMITED BY SPACE
                   WS-FOLD-FORENAME DELIMITED BY SPACE
                   INTO WS-VARIANT-BUILD
               END-STRING
               MOVE WS-VARIANT-BUILD TO WS-VARIANT-KEY
               IF WS-VARIANT-KEY NOT = WS-PRIOR-KEY-1
                   AND WS-VARIANT-KEY NOT = WS-PRIOR-KEY-2
                   PERFORM LOOK-UP-VARIANT
               END-IF
           END-IF.

       LOOK-UP-VARIANT.
      * Binary search for the first index entry not below the key,
      * then every homonym from there on is a candidate.
           MOVE 1 TO WS-LO
           COMPUTE WS-HI = WS-INDEX-TALLY + 1
           PERFORM UNTIL WS-LO >= WS-HI
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               IF WS-IX-KEY(WS-MID) < WS-VARIANT-KEY
                   COMPUTE WS-LO = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HI
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM WS-LO BY 1
                   UNTIL WS-IX > WS-INDEX-TALLY
                   OR WS-IX-KEY(WS-IX) NOT = WS-VARIANT-KEY
               PERFORM CLASSIFY-CANDIDATE
           END-PERFORM.

       CLASSIFY-CANDIDATE.
      * Certain : the date of birth on file is not an estimate and is
      * the register's. Partial : estimated, within a year.
           MOVE SPACE TO WS-CLASS
           IF WS-IX-DOB-FLAG(WS-IX) NOT = "E"
               AND WS-IX-DOB(WS-IX) > 0
               AND WS-IX-DOB(WS-IX) = WS-DTH-DOB
               MOVE "C" TO WS-CLASS
           END-IF
           IF WS-IX-DOB-FLAG(WS-IX) = "E"
               MOVE WS-IX-DOB(WS-IX)(1:4) TO WS-PERSON-DOB-YEAR
               COMPUTE WS-YEAR-GAP =
                   WS-PERSON-DOB-YEAR - WS-DTH-DOB-YEAR
               IF WS-YEAR-GAP >= -1 AND WS-YEAR-GAP <= 1
                   MOVE "P" TO WS-CLASS
               END-IF
           END-IF
           MOVE "N" TO WS-SEEN
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-TALLY
               IF WS-CD-PERSON-ID(WS-CX) = WS-IX-PERSON-ID(WS-IX)
                   MOVE "Y" TO WS-SEEN
               END-IF
           END-PERFORM
           IF WS-CLASS NOT = SPACE AND WS-SEEN = "N"
               AND WS-CAND-TALLY < 20
               ADD 1 TO WS-CAND-TALLY
               MOVE WS-IX-PERSON-ID(WS-IX) TO
                   WS-CD-PERSON-ID(WS-CAND-TALLY)
               MOVE WS-IX-DOB(WS-IX) TO WS-CD-DOB(WS-CAND-TALLY)
               MOVE WS-IX-DOB-FLAG(WS-IX) TO
                   WS-CD-DOB-FLAG(WS-CAND-TALLY)
               MOVE WS-CLASS TO WS-CD-CLASS(WS-CAND-TALLY)
               IF WS-CLASS = "C"
                   ADD 1 TO WS-CERTAIN-TALLY
                   MOVE WS-CAND-TALLY TO WS-CERTAIN-IX
               ELSE
                   ADD 1 TO WS-PARTIAL-TALLY
               END-IF
           END-IF.

       DECIDE-ONE-DEATH.
           EVALUATE TRUE
               WHEN WS-CERTAIN-TALLY = 1
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM QUEUE-DEATH
               WHEN WS-CERTAIN-TALLY > 1
      * Homonyms born the same day : a steward picks the right one.
                   ADD 1 TO WS-AMBIGUOUS-COUNT
                   MOVE "HOMONYMES NES LE MEME JOUR" TO WS-REASON
                   PERFORM PRINT-DEATH-LINE
                   PERFORM PRINT-CANDIDATES
               WHEN WS-PARTIAL-TALLY > 0
                   ADD 1 TO WS-AMBIGUOUS-COUNT
                   MOVE "DATE DE NAISSANCE ESTIMEE SUR FICHIER" TO
                       WS-REASON
                   PERFORM PRINT-DEATH-LINE
                   PERFORM PRINT-CANDIDATES
           END-EVALUATE.

       QUEUE-DEATH.
           MOVE "N" TO WS-IS-QUEUED
           PERFORM VARYING WS-QX FROM 1 BY 1
                   UNTIL WS-QX > WS-QUEUED-TALLY
               IF WS-QUEUED-ID(WS-QX) =
                   WS-CD-PERSON-ID(WS-CERTAIN-IX)
                   MOVE "Y" TO WS-IS-QUEUED
               END-IF
           END-PERFORM
           IF PERSON-IS-QUEUED
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE WS-CD-PERSON-ID(WS-CERTAIN-IX) TO PERSON-ID
               READ DATA_FILE
                   KEY IS PERSON-ID
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "PERSONNE INTROUVABLE, NUMERO "
                           WS-CD-PERSON-ID(WS-CERTAIN-IX)
                   NOT INVALID KEY
                       PERFORM WRITE-PENDING-DEATH
               END-READ
           END-IF.

       WRITE-PENDING-DEATH.
      * Same queue record as PersonMaint.cbl : the before values let
      * ApprovePending.cbl refuse an item whose record moved on.
           IF NOT PENDING-FILE-OPEN
               OPEN EXTEND PENDING_FILE
               IF WS-PENDING-FILE-STATUS = "35"
                   OPEN OUTPUT PENDING_FILE
               END-IF
               IF WS-PENDING-FILE-STATUS = "00"
                   MOVE "Y" TO WS-PENDING-OPEN
               ELSE
                   DISPLAY "ERREUR OUVERTURE pending_changes.txt "
                       "- STATUS " WS-PENDING-FILE-STATUS
               END-IF
           END-IF
           IF NOT PENDING-FILE-OPEN
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-OPERATOR-ID TO PND-MAKER-ID
               MOVE FUNCTION CURRENT-DATE TO PND-TIMESTAMP
               MOVE "DECES" TO PND-ACTION
               MOVE AGE TO PND-BEFORE-AGE
               MOVE VILLE TO PND-BEFORE-VILLE
               MOVE "D" TO STATUT
               MOVE WS-DTH-DEATH-DATE TO STATUT-DATE
               MOVE FILE_DATA TO PND-AFTER-IMAGE
               WRITE PENDING_RECORD
               ADD 1 TO WS-QUEUED-COUNT
               IF WS-QUEUED-TALLY < 2000
                   ADD 1 TO WS-QUEUED-TALLY
                   MOVE PERSON-ID TO WS-QUEUED-ID(WS-QUEUED-TALLY)
               END-IF
           END-IF.

       PRINT-DEATH-LINE.
           MOVE SPACES TO PRINT-LINE
           STRING "REGISTRE : " DTH-NOM-PRENOMS(1:50)
               " NE(E) LE " DTH-DATE-NAISSANCE
               " DECEDE(E) LE " DTH-DATE-DECES
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "    " WS-REASON
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CANDIDATES.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-TALLY
               IF (WS-CERTAIN-TALLY > 1 AND WS-CD-CLASS(WS-CX) = "C")
                   OR (WS-CERTAIN-TALLY = 0
                       AND WS-CD-CLASS(WS-CX) = "P")
                   MOVE WS-CD-PERSON-ID(WS-CX) TO PERSON-ID
                   READ DATA_FILE
                       KEY IS PERSON-ID
                       INVALID KEY
                           MOVE SPACES TO NOM VILLE
                   END-READ
                   MOVE SPACES TO PRINT-LINE
                   STRING "    NUMERO " WS-CD-PERSON-ID(WS-CX)
                       " " NOM " " VILLE
                       " NE(E) LE " WS-CD-DOB(WS-CX)
                       " (" WS-CD-DOB-FLAG(WS-CX) ")"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

       NORMALIZE-NAME.
      * Case fold, strip the common Latin-1 accented letters, then
      * keep only A-Z and digits so spaces, hyphens and apostrophes
      * compress away - the NameDupReport.cbl rule. WS-FOLD-LENGTH is
      * how much of WS-NORM-NAME carries the name.
           MOVE FUNCTION UPPER-CASE(WS-NORM-NAME) TO WS-NORM-NAME
           INSPECT WS-NORM-NAME CONVERTING
               X"C0C1C2C3C4C5C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDCC7D1"
               TO "AAAAAAEEEEIIIIOOOOOUUUUCN"
           MOVE SPACES TO WS-NORM-BUILT
           MOVE 0 TO WS-NB
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-FOLD-LENGTH
               MOVE WS-NORM-NAME(WS-NX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z")
                   OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
                   ADD 1 TO WS-NB
                   MOVE WS-CHAR TO WS-NORM-BUILT(WS-NB:1)
               END-IF
           END-PERFORM
           MOVE WS-NORM-BUILT TO WS-NORM-NAME.
