      ******************************************************************
      * Name : AddressGrade.cbl
      * Author: RayanPonsolle
      * Batch sweep grading every address on the people file against
      * the postal reference postal.dat loaded by PostalLoad.cbl,
      * through PostalCheck.cbl - the same check the entry desks now
      * make, for the addresses keyed before it existed :
      *   C - conforming : the code postal / commune pair exists and,
      *       where the commune's street list is on file, so does the
      *       street ;
      *   M - code postal and commune do not go together ;
      *   V - the street is unknown to the commune's list.
      * Records with no address at all are counted, not graded.
      * Every graded address goes to address_grades.txt (person
      * number, name, town, code postal, first line, grade, sweep
      * date) and the non-conforming ones are listed on PRINT_FILE
      * (address_grade.prt) with the communes the code postal does
      * carry, for the steward. The mailing extract takes the same
      * grade onto each line for the mailing house's pre-sort.
      * RETURN-CODE 4 when anything is not conforming, 12 without a
      * postal reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressGrade.

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

           SELECT GRADE_FILE ASSIGN TO "address_grades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-FILE-STATUS.

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

       FD  GRADE_FILE.
       01  GRADE-RECORD.
           05 GRD-PERSON-ID PIC 9(6).
           05 GRD-NOM PIC A(20).
           05 GRD-VILLE PIC A(20).
           05 GRD-CP PIC X(5).
           05 GRD-ADR-1 PIC X(30).
           05 GRD-GRADE PIC X.
           05 GRD-DATE PIC 9(8).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "address_grade.prt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-GRADE-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  FILE-END PIC 9 VALUE 1.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-PC-ACTION PIC X.
       01  WS-PC-RESULT PIC X.
       01  WS-PC-KEYS.
           05 WS-PC-COMMUNE-KEY PIC X(20).
           05 WS-PC-VOIE-KEY PIC X(30).
       01  WS-PC-COMMUNES.
           05 WS-PC-COMMUNE-COUNT PIC 99.
           05 WS-PC-COMMUNE-NAME PIC A(20) OCCURS 10 TIMES.
       01  WS-PROBE-CP PIC X(5) VALUE "00000".
       01  WS-PROBE-VILLE PIC A(20) VALUE SPACES.
       01  WS-PROBE-ADR-1 PIC X(30) VALUE SPACES.
       01  WS-PCX PIC 99.
       01  WS-COMMUNE-LINE PIC X(80).
       01  WS-CL-PTR PIC 9(3).
       01  WS-GRADE-LABEL PIC X(30).
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(6) VALUE 0.
       01  WS-CONFORM-COUNT PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-STREET-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
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

           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "address_grade.prt" TO WS-PRINT-FILENAME
           END-IF.

      * A lookup on a code postal no reference could carry tells
      * whether postal.dat is there at all.
           MOVE "L" TO WS-PC-ACTION
           CALL "PostalCheck" USING WS-PC-ACTION WS-PROBE-CP
               WS-PROBE-VILLE WS-PROBE-ADR-1 WS-PC-RESULT WS-PC-KEYS
               WS-PC-COMMUNES
           END-CALL.
           IF WS-PC-RESULT = "R"
               DISPLAY "REFERENTIEL POSTAL ABSENT (PostalLoad), "
                   "BALAYAGE IMPOSSIBLE."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GRADE_FILE.
           IF WS-GRADE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE address_grades.txt - STATUS "
                   WS-GRADE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT_FILE.
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               CLOSE GRADE_FILE
               GOBACK
           END-IF.

           MOVE "QUALITE DES ADRESSES - REFERENTIEL POSTAL" TO
               PRINT-LINE.
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
                           ADD 1 TO WS-READ-COUNT
                           PERFORM GRADE-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA_FILE.
           CLOSE GRADE_FILE.

           MOVE "-----------------------------------------" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "ENREGISTREMENTS LUS            : " WS-READ-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SANS ADRESSE                   : "
               WS-NO-ADDRESS-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONFORMES                      : " WS-CONFORM-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CODE POSTAL / COMMUNE DISCORDS : "
               WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "VOIES INCONNUES                : " WS-STREET-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PRINT_FILE.

           DISPLAY "QUALITE DES ADRESSES TERMINEE".
           DISPLAY "------------------------------------".
           DISPLAY "ENREGISTREMENTS LUS     : " WS-READ-COUNT.
           DISPLAY "SANS ADRESSE            : " WS-NO-ADDRESS-COUNT.
           DISPLAY "CONFORMES               : " WS-CONFORM-COUNT.
           DISPLAY "CP / COMMUNE DISCORDS   : " WS-MISMATCH-COUNT.
           DISPLAY "VOIES INCONNUES         : " WS-STREET-COUNT.
           IF WS-MISMATCH-COUNT > 0 OR WS-STREET-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GRADE-ONE-ADDRESS.
           IF CODE-POSTAL = SPACES AND ADR-LIGNE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE "A" TO WS-PC-ACTION
               PERFORM CALL-POSTAL-CHECK
               EVALUATE WS-PC-RESULT
                   WHEN "M"
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE "CODE POSTAL / COMMUNE DISCORDS"
                           TO WS-GRADE-LABEL
                       PERFORM PRINT-FINDING
                   WHEN "V"
                       ADD 1 TO WS-STREET-COUNT
                       MOVE "VOIE INCONNUE DE LA COMMUNE"
                           TO WS-GRADE-LABEL
                       PERFORM PRINT-FINDING
                   WHEN OTHER
                       MOVE "C" TO WS-PC-RESULT
                       ADD 1 TO WS-CONFORM-COUNT
               END-EVALUATE
               MOVE PERSON-ID TO GRD-PERSON-ID
               MOVE NOM TO GRD-NOM
               MOVE VILLE TO GRD-VILLE
               MOVE CODE-POSTAL TO GRD-CP
               MOVE ADR-LIGNE-1 TO GRD-ADR-1
               MOVE WS-PC-RESULT TO GRD-GRADE
               MOVE WS-BUSINESS-DATE TO GRD-DATE
               WRITE GRADE-RECORD
               IF WS-GRADE-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR ECRITURE address_grades.txt "
                       "- STATUS " WS-GRADE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-FINDING.
           MOVE SPACES TO PRINT-LINE
           STRING PERSON-ID " " NOM " " CODE-POSTAL " " VILLE
               " " ADR-LIGNE-1
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-COMMUNE-LINE
           MOVE 1 TO WS-CL-PTR
           PERFORM VARYING WS-PCX FROM 1 BY 1
                   UNTIL WS-PCX > WS-PC-COMMUNE-COUNT OR WS-PCX > 3
               STRING WS-PC-COMMUNE-NAME(WS-PCX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   INTO WS-COMMUNE-LINE WITH POINTER WS-CL-PTR
               END-STRING
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           IF WS-PC-RESULT = "M" AND WS-PC-COMMUNE-COUNT = 0
               STRING "    " WS-GRADE-LABEL
                   " - CODE POSTAL INCONNU"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               IF WS-PC-RESULT = "M"
                   STRING "    " WS-GRADE-LABEL
                       " - COMMUNES DU CODE POSTAL : "
                       WS-COMMUNE-LINE
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "    " WS-GRADE-LABEL
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
           END-IF
           WRITE PRINT-LINE.

       CALL-POSTAL-CHECK.
           CALL "PostalCheck" USING WS-PC-ACTION CODE-POSTAL VILLE
               ADR-LIGNE-1 WS-PC-RESULT WS-PC-KEYS WS-PC-COMMUNES
           END-CALL.
