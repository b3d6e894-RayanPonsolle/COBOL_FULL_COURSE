      * Records with no CAPTURE-DATE (legacy entries written before
      * that field existed) are left alone since their true age can't
      * be judged.
      * Each purge run is added to the end of purged_people.txt, so
      * the archive holds every record ever purged, and each line
      * carries the business date it was purged on (PRG-PURGE-DATE,
      * zero on lines from before the field) for the cohort
      * analysis in CohortReport.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurgePeople.
           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  SUMMARY_FILE.
       01  SUMMARY_RECORD.
           05 PRG-STATUT-DATE PIC 9(8).
           05 PRG-ADR-INVALID-FLAG PIC X.
           05 PRG-ADR-INVALID-DATE PIC 9(8).
           05 PRG-EMAIL-INVALID-FLAG PIC X.
           05 PRG-EMAIL-INVALID-DATE PIC 9(8).
           05 PRG-PURGE-DATE PIC 9(8).
           05 PRG-CIVILITE PIC X.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-LOCK-ACTION PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.

           OPEN EXTEND PURGE_ARCHIVE.
           IF WS-PURGE-FILE-STATUS = "35"
               OPEN OUTPUT PURGE_ARCHIVE
           END-IF.
           IF WS-PURGE-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE purged_people.txt - STATUS "
                   WS-PURGE-FILE-STATUS
               MOVE STATUT-DATE TO PRG-STATUT-DATE
               MOVE ADR-INVALID-FLAG TO PRG-ADR-INVALID-FLAG
               MOVE ADR-INVALID-DATE TO PRG-ADR-INVALID-DATE
               MOVE EMAIL-INVALID-FLAG TO PRG-EMAIL-INVALID-FLAG
               MOVE EMAIL-INVALID-DATE TO PRG-EMAIL-INVALID-DATE
               MOVE WS-BUSINESS-DATE TO PRG-PURGE-DATE
               MOVE CIVILITE TO PRG-CIVILITE
               WRITE PURGE_RECORD
               MOVE FILE_DATA TO WS-JRN-BEFORE
               DELETE DATA_FILE
