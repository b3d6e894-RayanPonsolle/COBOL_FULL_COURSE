      * and the ANONYM audit record carries only the token - the old
      * name is never retained in the log. AGE is unchanged, so the
      * trailer count/hash are untouched. Supervisor level is
      * required, like a delete. Any former or usage name held for
      * the person in aliases.dat is removed as well, so no old name
      * survives the erasure. The dated address periods kept in
      * address_history.dat go too.
      * The open erasure requests of the register (dsr_register.txt,
      * DsrRegister.cbl) for the person number are then offered for
      * closing against this run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Anonymize.
       01  WS-SEARCH-NOM PIC A(20).
       01  WS-TOKEN PIC X(20).
       01  WS-JRN-ACTION PIC X(6).
       01  WS-JRN-BEFORE PIC X(233).
       01  WS-ALIAS-ACTION PIC X(6) VALUE "FORGET".
       01  WS-ALIAS-NOM PIC A(20) VALUE SPACES.
       01  WS-ALIAS-TYPE PIC X VALUE SPACE.
       01  WS-ALIAS-FROM-ID PIC 9(6) VALUE 0.
       01  WS-AH-ACTION PIC X(6) VALUE "FORGET".
       01  WS-AH-REQUEST PIC X(186) VALUE SPACES.
       01  WS-AH-PERIODS.
           05 WS-AH-PERIOD-COUNT PIC 99.
           05 WS-AH-PERIOD PIC X(110) OCCURS 20 TIMES.
       01  WS-AH-RESULT PIC X.
       01  WS-DSR-ACTION PIC X(6) VALUE "OFFER".
       01  WS-DSR-RESULT PIC X.
           COPY DSRREC.
           COPY DSRLIST.
       01  WS-SAVED-RECORD PIC X(233).
       01  WS-SAVED-DATA REDEFINES WS-SAVED-RECORD.
           05 WS-SAV-NOM PIC A(20).
           05 WS-SAV-AGE PIC 99.
           05 WS-SAV-REST PIC X(83).
           05 WS-SAV-PERSON-ID PIC 9(6).
           05 WS-SAV-CONTACT PIC X(51).
           05 FILLER PIC X(27).
           05 WS-SAV-CIVILITE PIC X.

       PROCEDURE DIVISION.
       MAIN.
      * measure.
           MOVE SPACES TO TELEPHONE
           MOVE SPACES TO EMAIL
           MOVE SPACE TO EMAIL-INVALID-FLAG
           MOVE 0 TO EMAIL-INVALID-DATE
           MOVE "N" TO CONTACT-PREF
      * The civility alone names no one and keeps the population
      * statistics whole.
           MOVE WS-SAV-CIVILITE TO CIVILITE

           WRITE FILE_DATA
               INVALID KEY
                   MOVE "ADD" TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-AUDIT-RECORD
                   CALL "PersonAlias" USING WS-ALIAS-ACTION
                       PERSON-ID WS-ALIAS-NOM WS-ALIAS-TYPE
                       WS-ALIAS-FROM-ID WS-OPERATOR-ID
                   END-CALL
                   CALL "AddressHistory" USING WS-AH-ACTION
                       PERSON-ID WS-AH-REQUEST WS-AH-PERIODS
                       WS-OPERATOR-ID WS-AH-RESULT
                   END-CALL
                   DISPLAY "ANONYMISE SOUS : " WS-TOKEN
                       " (NUMERO " PERSON-ID ")"
                   PERFORM CLOSE-ERASURE-REQUESTS
           END-WRITE.

       CLOSE-ERASURE-REQUESTS.
           MOVE SPACES TO DSR-RECORD
           MOVE "E" TO DSR-TYPE
           MOVE PERSON-ID TO DSR-PERSON-ID
           MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
           MOVE "DONNEES ANONYMISEES" TO DSR-REASON
           CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
               DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
           END-CALL.


       WRITE-JOURNAL-RECORD.
           CALL "PersonJournal" USING WS-JRN-ACTION WS-JRN-BEFORE
           MOVE WS-SAV-VILLE TO AUD-BEFORE-VILLE
           MOVE WS-SAV-AGE TO AUD-AFTER-AGE
           MOVE WS-SAV-VILLE TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
