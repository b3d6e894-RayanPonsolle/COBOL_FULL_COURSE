      ******************************************************************
      * Name : GuardianCheck.cbl
      * Author: RayanPonsolle
      * Nightly check of the legal-representative file relations.dat
      * (RELATREC.cpy) against the people file, so the redirection
      * of mail in MailingExtract.cbl and AttestLetter.cbl never
      * rests on a link nobody looks after. One pass of the people
      * file lists :
      *   - every active minor (under 18 at the run date, from the
      *     date of birth when on file) with no representative link
      *     running on the run date ;
      *   - every representative of a running link who is no longer
      *     active - STATUT D (deceased) or P (departed) ;
      *   - every running link whose representative is no longer on
      *     the people file at all.
      * Output goes to PRINT_FILE (guardian_check.prt), collated by
      * ReportPack.cbl. RETURN-CODE 4 when anything is listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuardianCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA_FILE ASSIGN TO WS-DATA-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-DATA-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "guardian_check.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-EFFECTIVE-AGE-W PIC 9(4).
       01  WS-EFFECTIVE-AGE PIC 99.
       01  WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 5000 TIMES.
               10 WS-RL-PERSON-ID PIC 9(6).
               10 WS-RL-REP-ID PIC 9(6).
               10 WS-RL-TYPE PIC X.
               10 WS-RL-REP-SEEN PIC X.
       01  WS-REL-TALLY PIC 9(4) VALUE 0.
       01  WS-REL-LOST PIC 9(4) VALUE 0.
       01  WS-RLX PIC 9(4).
       01  WS-HAS-LINK PIC X.
           88 PERSON-HAS-LINK VALUE "Y".
       01  WS-TYPE-LABEL PIC X(8).
       01  WS-MINOR-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-REP-COUNT PIC 9(6) VALUE 0.
       01  WS-INACTIVE-REP-COUNT PIC 9(6) VALUE 0.
       01  WS-MISSING-REP-COUNT PIC 9(6) VALUE 0.
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL
           MOVE WS-BUSINESS-DATE TO WS-TODAY-YMD
           MOVE WS-BUSINESS-DATE TO WS-DATE-TODAY
           STRING WS-DD "/" WS-MM "/" WS-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "guardian_check.prt" TO WS-PRINT-FILENAME
           END-IF.

           PERFORM LOAD-ACTIVE-LINKS.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           MOVE "CONTROLE DES REPRESENTANTS LEGAUX" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           PERFORM CHECK-ONE-PERSON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA_FILE.

           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REL-TALLY
               IF WS-RL-REP-SEEN(WS-RLX) NOT = "Y"
                   ADD 1 TO WS-MISSING-REP-COUNT
                   PERFORM SET-TYPE-LABEL
                   MOVE SPACES TO PRINT-LINE
                   STRING "REPRESENTANT INTROUVABLE : NUMERO "
                       WS-RL-REP-ID(WS-RLX) " " WS-TYPE-LABEL
                       " DU NUMERO " WS-RL-PERSON-ID(WS-RLX)
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MINEURS ACTIFS                 : " WS-MINOR-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MINEURS SANS REPRESENTANT      : " WS-NO-REP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "REPRESENTANTS DECEDES/PARTIS   : "
               WS-INACTIVE-REP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "REPRESENTANTS INTROUVABLES     : "
               WS-MISSING-REP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-REL-LOST > 0
               MOVE SPACES TO PRINT-LINE
               STRING "LIENS NON CONTROLES (TABLE PLEINE) : "
                   WS-REL-LOST
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           CLOSE PRINT_FILE.

           DISPLAY "CONTROLE DES REPRESENTANTS : " WS-NO-REP-COUNT
               " MINEUR(S) SANS REPRESENTANT, "
               WS-INACTIVE-REP-COUNT " REPRESENTANT(S) INACTIF(S), "
               WS-MISSING-REP-COUNT " INTROUVABLE(S)".
           IF WS-NO-REP-COUNT > 0 OR WS-INACTIVE-REP-COUNT > 0
               OR WS-MISSING-REP-COUNT > 0 OR WS-REL-LOST > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ACTIVE-LINKS.
      * Only links running on the run date count ; no file at all
      * simply means no minor has a representative yet.
           OPEN INPUT RELATION_FILE.
           IF WS-RELATION-FILE-STATUS = "00"
               PERFORM UNTIL FILE-END = 0
                   READ RELATION_FILE NEXT RECORD
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF REL-START-DATE <= WS-TODAY-YMD
                               AND (REL-END-DATE = 0
                                   OR REL-END-DATE >= WS-TODAY-YMD)
                               IF WS-REL-TALLY < 5000
                                   ADD 1 TO WS-REL-TALLY
                                   MOVE REL-PERSON-ID
                                       TO WS-RL-PERSON-ID(WS-REL-TALLY)
                                   MOVE REL-REP-ID
                                       TO WS-RL-REP-ID(WS-REL-TALLY)
                                   MOVE REL-TYPE
                                       TO WS-RL-TYPE(WS-REL-TALLY)
                                   MOVE "N"
                                       TO WS-RL-REP-SEEN(WS-REL-TALLY)
                               ELSE
                                   ADD 1 TO WS-REL-LOST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
           END-IF
           MOVE 1 TO FILE-END.

       CHECK-ONE-PERSON.
      * The person is looked at twice : as a possible minor without a
      * representative, and as the representative of running links.
           MOVE "N" TO WS-HAS-LINK
           PERFORM VARYING WS-RLX FROM 1 BY 1
                   UNTIL WS-RLX > WS-REL-TALLY
               IF WS-RL-PERSON-ID(WS-RLX) = PERSON-ID
                   MOVE "Y" TO WS-HAS-LINK
               END-IF
               IF WS-RL-REP-ID(WS-RLX) = PERSON-ID
                   MOVE "Y" TO WS-RL-REP-SEEN(WS-RLX)
                   IF STATUT = "D" OR STATUT = "P"
                       ADD 1 TO WS-INACTIVE-REP-COUNT
                       PERFORM SET-TYPE-LABEL
                       MOVE SPACES TO PRINT-LINE
                       STRING "REPRESENTANT INACTIF (" STATUT " LE "
                           STATUT-DATE ") : " NOM " NUMERO "
                           PERSON-ID " " WS-TYPE-LABEL " DU NUMERO "
                           WS-RL-PERSON-ID(WS-RLX)
                           DELIMITED BY SIZE INTO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF STATUT NOT = "D" AND STATUT NOT = "P"
               PERFORM COMPUTE-EFFECTIVE-AGE
               IF WS-EFFECTIVE-AGE < 18
                   ADD 1 TO WS-MINOR-COUNT
                   IF NOT PERSON-HAS-LINK
                       ADD 1 TO WS-NO-REP-COUNT
                       MOVE SPACES TO PRINT-LINE
                       STRING "MINEUR SANS REPRESENTANT : " NOM
                           " NUMERO " PERSON-ID " AGE "
                           WS-EFFECTIVE-AGE " VILLE " VILLE
                           DELIMITED BY SIZE INTO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
               END-IF
           END-IF.

       SET-TYPE-LABEL.
           EVALUATE WS-RL-TYPE(WS-RLX)
               WHEN "P"
                   MOVE "PARENT" TO WS-TYPE-LABEL
               WHEN "T"
                   MOVE "TUTEUR" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE "CURATEUR" TO WS-TYPE-LABEL
           END-EVALUATE.

       COMPUTE-EFFECTIVE-AGE.
      * Age at last birthday from the date of birth when on file,
      * the stored AGE otherwise - the MailingExtract.cbl rule.
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               COMPUTE WS-EFFECTIVE-AGE-W =
                   (WS-TODAY-YMD - DATE-NAISSANCE) / 10000
               IF WS-EFFECTIVE-AGE-W > 99
                   MOVE 99 TO WS-EFFECTIVE-AGE
               ELSE
                   MOVE WS-EFFECTIVE-AGE-W TO WS-EFFECTIVE-AGE
               END-IF
           ELSE
               MOVE AGE TO WS-EFFECTIVE-AGE
           END-IF.
