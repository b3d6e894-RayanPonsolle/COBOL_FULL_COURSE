      * (COUNTREC.cpy) in step at write time - this CALL is the one
      * choke point every updating program already goes through, the
      * way AuditChain.cbl feeds audit.idx for the audit writers.
      * A REWRIT that changes NOM also hands the old name to
      * PersonAlias.cbl, so a change of name keyed through any
      * program leaves the former name searchable in aliases.dat.
      * An ADD or REWRIT that changes the address lines, the postal
      * code or VILLE is dated in address_history.dat through
      * AddressHistory.cbl, and a REWRIT that marks the address NPAI
      * stamps the return on the period in force, so every updating
      * program keeps the address history without knowing about it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonJournal.
           05 JRN-TIMESTAMP PIC X(15).
           05 JRN-OPERATOR PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE PIC X(233).
           05 JRN-AFTER PIC X(233).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-NAME PIC X(20).
       01  WS-JOURNAL-FILE-STATUS PIC XX.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-BEFORE-VIEW.
           05 WS-BV-NOM PIC A(20).
           05 FILLER PIC X(2).
           05 WS-BV-VILLE PIC A(20).
           05 FILLER PIC X(15).
           05 WS-BV-CAPTURE-DATE PIC X(8).
           05 WS-BV-ADR-BLOCK.
               10 WS-BV-ADR-1 PIC X(30).
               10 WS-BV-ADR-2 PIC X(30).
               10 WS-BV-CP PIC X(5).
           05 FILLER PIC X(84).
           05 WS-BV-ADR-INVALID-FLAG PIC X.
           05 FILLER PIC X(18).
       01  WS-AFTER-VIEW.
           05 WS-AV-NOM PIC A(20).
           05 FILLER PIC X(2).
           05 WS-AV-VILLE PIC A(20).
           05 FILLER PIC X(15).
           05 WS-AV-CAPTURE-DATE PIC X(8).
           05 WS-AV-ADR-BLOCK.
               10 WS-AV-ADR-1 PIC X(30).
               10 WS-AV-ADR-2 PIC X(30).
               10 WS-AV-CP PIC X(5).
           05 FILLER PIC X(18).
           05 WS-AV-PERSON-ID PIC 9(6).
           05 FILLER PIC X(60).
           05 WS-AV-ADR-INVALID-FLAG PIC X.
           05 WS-AV-ADR-INVALID-DATE PIC X(8).
           05 FILLER PIC X(10).
       01  WS-ALIAS-ACTION PIC X(6) VALUE "ADD".
       01  WS-ALIAS-TYPE PIC X VALUE "A".
       01  WS-ALIAS-FROM-ID PIC 9(6) VALUE 0.
       01  WS-AH-ACTION PIC X(6).
       01  WS-AH-REQUEST.
           05 WS-AH-DATE-FROM PIC 9(8).
           05 WS-AH-DATE-TO PIC 9(8).
           05 WS-AH-NEW-ADDRESS.
               10 WS-AH-NEW-ADR-1 PIC X(30).
               10 WS-AH-NEW-ADR-2 PIC X(30).
               10 WS-AH-NEW-CP PIC X(5).
               10 WS-AH-NEW-VILLE PIC A(20).
           05 WS-AH-OLD-ADDRESS.
               10 WS-AH-OLD-ADR-1 PIC X(30).
               10 WS-AH-OLD-ADR-2 PIC X(30).
               10 WS-AH-OLD-CP PIC X(5).
               10 WS-AH-OLD-VILLE PIC A(20).
           05 WS-AH-OLD-SINCE PIC 9(8).
       01  WS-AH-PERIODS.
           05 WS-AH-PERIOD-COUNT PIC 99.
           05 WS-AH-PERIOD PIC X(110) OCCURS 20 TIMES.
       01  WS-AH-RESULT PIC X.

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-BEFORE PIC X(233).
       01  LK-AFTER PIC X(233).
       01  LK-OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION USING LK-ACTION LK-BEFORE LK-AFTER

           CALL "PeopleCounters" USING LK-ACTION LK-BEFORE LK-AFTER
           END-CALL.

           IF LK-ACTION = "ADD" OR LK-ACTION = "REWRIT"
               MOVE LK-BEFORE TO WS-BEFORE-VIEW
               MOVE LK-AFTER TO WS-AFTER-VIEW
               IF WS-BV-ADR-BLOCK NOT = WS-AV-ADR-BLOCK
                   OR WS-BV-VILLE NOT = WS-AV-VILLE
                   PERFORM RECORD-ADDRESS-HISTORY
               END-IF
           END-IF.

           IF LK-ACTION = "REWRIT"
               IF WS-AV-ADR-INVALID-FLAG = "I"
                   AND WS-BV-ADR-INVALID-FLAG NOT = "I"
                   MOVE "NPAI" TO WS-AH-ACTION
                   MOVE 0 TO WS-AH-DATE-FROM
                   IF WS-AV-ADR-INVALID-DATE IS NUMERIC
                       MOVE WS-AV-ADR-INVALID-DATE TO WS-AH-DATE-FROM
                   END-IF
                   CALL "AddressHistory" USING WS-AH-ACTION
                       WS-AV-PERSON-ID WS-AH-REQUEST WS-AH-PERIODS
                       LK-OPERATOR-ID WS-AH-RESULT
                   END-CALL
               END-IF
               IF WS-BV-NOM NOT = WS-AV-NOM
                   AND WS-BV-NOM NOT = SPACES
                   CALL "PersonAlias" USING WS-ALIAS-ACTION
                       WS-AV-PERSON-ID WS-BV-NOM WS-ALIAS-TYPE
                       WS-ALIAS-FROM-ID LK-OPERATOR-ID
                   END-CALL
               END-IF
           END-IF.
           GOBACK.

       RECORD-ADDRESS-HISTORY.
      * An ADD comes with a blank before-image : nothing replaced.
      * The VILLE moves with the address lines, being the commune
      * the post goes to.
           MOVE "RECORD" TO WS-AH-ACTION
           MOVE 0 TO WS-AH-DATE-FROM WS-AH-DATE-TO
           MOVE WS-AV-ADR-1 TO WS-AH-NEW-ADR-1
           MOVE WS-AV-ADR-2 TO WS-AH-NEW-ADR-2
           MOVE WS-AV-CP TO WS-AH-NEW-CP
           MOVE WS-AV-VILLE TO WS-AH-NEW-VILLE
           MOVE WS-BV-ADR-1 TO WS-AH-OLD-ADR-1
           MOVE WS-BV-ADR-2 TO WS-AH-OLD-ADR-2
           MOVE WS-BV-CP TO WS-AH-OLD-CP
           MOVE WS-BV-VILLE TO WS-AH-OLD-VILLE
           MOVE 0 TO WS-AH-OLD-SINCE
           IF WS-BV-CAPTURE-DATE IS NUMERIC
               MOVE WS-BV-CAPTURE-DATE TO WS-AH-OLD-SINCE
           END-IF
           CALL "AddressHistory" USING WS-AH-ACTION WS-AV-PERSON-ID
               WS-AH-REQUEST WS-AH-PERIODS LK-OPERATOR-ID
               WS-AH-RESULT
           END-CALL.
