      * guess. Records with no date of birth, deceased or departed
      * people and do-not-contact oppositions are counted but never
      * listed. Spooled to milestone_report.prt.
      * The address and the birth date are printed through
      * PersonMask.cbl, so an operator with a masked display profile
      * gets the address hidden and the birth year only - the list
      * left on a desk shows no more than the screen would.
      * Each run is registered as a campaign through ContactLog.cbl
      * (purpose in CAMPAIGN_PURPOSE, "AGES JALONS" by default) and
      * every person listed is booked in contact_history.txt ;
      * CONTACT_LIMIT and CONTACT_PERIOD leave off whoever was
      * already contacted more than that many times over that many
      * days, counted at the foot of the list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MilestoneReport.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  PARAM_FILE.
       01  PARAM-RECORD.
       01  WS-NO-DOB-COUNT PIC 9(6) VALUE 0.
       01  WS-EXCLUDED-COUNT PIC 9(6) VALUE 0.
       01  WS-ESTIMATE-COUNT PIC 9(6) VALUE 0.
       01  WS-PRESSURE-COUNT PIC 9(6) VALUE 0.
       01  WS-LIMIT-INPUT PIC X(3).
       01  WS-PERIOD-INPUT PIC X(4).
       01  WS-ESTIMATE-MARK PIC X(9).
       01  WS-DATE-TODAY.
           05 WS-YY PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
           COPY MASKVIEW.
           COPY CTRREQ.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM OPEN-CONTACT-CAMPAIGN.

           PERFORM UNTIL FILE-END = 0
               READ DATA_FILE
           END-PERFORM.
           CLOSE DATA_FILE.

           MOVE WS-LISTED-COUNT TO CTR-PIECES
           MOVE "FERME" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

           PERFORM PRINT-REPORT-TOTALS.
           CLOSE PRINT_FILE.

               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MS-TALLY
                   IF WS-TURNING-AGE = WS-MS-AGE(WS-MX)
                       PERFORM LIST-MILESTONE-PERSON
                   END-IF
               END-PERFORM
           END-IF.

       LIST-MILESTONE-PERSON.
      * Contacted more often than CONTACT_LIMIT allows over the
      * period : left off this month's list and counted.
           MOVE PERSON-ID TO CTR-PERSON-ID
           MOVE "TESTE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL
           IF CTR-RESULT = "Y"
               ADD 1 TO WS-PRESSURE-COUNT
           ELSE
               ADD 1 TO WS-MS-COUNT(WS-MX)
               PERFORM PRINT-MILESTONE-LINE
               MOVE PERSON-ID TO CTR-PERSON-ID
               MOVE "ENVOI" TO CTR-ACTION
               CALL "ContactLog" USING CONTACT-REQUEST
               END-CALL
           END-IF.

       OPEN-CONTACT-CAMPAIGN.
      * The run is registered as a campaign. CAMPAIGN_PURPOSE says
      * what it is for ; CONTACT_LIMIT, when set, leaves out anyone
      * already contacted more than that many times over the last
      * CONTACT_PERIOD days (30 when unset).
           DISPLAY "CAMPAIGN_PURPOSE" UPON ENVIRONMENT-NAME
           ACCEPT CTR-PURPOSE FROM ENVIRONMENT-VALUE
           IF CTR-PURPOSE = SPACES
               MOVE "AGES JALONS" TO CTR-PURPOSE
           END-IF
           MOVE 0 TO CTR-LIMIT
           DISPLAY "CONTACT_LIMIT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-INPUT FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-LIMIT-INPUT) TO CTR-LIMIT
           END-IF
           MOVE 0 TO CTR-PERIOD
           DISPLAY "CONTACT_PERIOD" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-INPUT FROM ENVIRONMENT-VALUE
           IF WS-PERIOD-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PERIOD-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-PERIOD-INPUT) TO CTR-PERIOD
           END-IF
           MOVE "MilestoneReport" TO CTR-PROGRAM
           MOVE "C" TO CTR-CHANNEL
           MOVE WS-TODAY-YMD TO CTR-DATE
           MOVE "OUVRE" TO CTR-ACTION
           CALL "ContactLog" USING CONTACT-REQUEST
           END-CALL.

       PRINT-MILESTONE-LINE.
           ADD 1 TO WS-LISTED-COUNT
           IF DATE-NAISSANCE-FLAG = "E"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "N" TO MSK-UNMASK
           CALL "PersonMask" USING FILE_DATA MASK-VIEW
           END-CALL
           STRING "   " MSK-ADR-LIGNE-1 " " MSK-ADR-LIGNE-2
               " " MSK-CODE-POSTAL
               " NE(E) LE " MSK-NAISSANCE " " WS-ESTIMATE-MARK
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

               " - EXCLUS (STATUT/OPPOSITION) : " WS-EXCLUDED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF CTR-LIMIT > 0
               MOVE SPACES TO PRINT-LINE
               STRING "ECARTES POUR PRESSION DE CONTACT (PLUS DE "
                   CTR-LIMIT " CONTACTS) : " WS-PRESSURE-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
