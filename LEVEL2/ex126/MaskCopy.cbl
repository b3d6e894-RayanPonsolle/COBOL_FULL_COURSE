      ******************************************************************
      * Name : MaskCopy.cbl
      * Author: RayanPonsolle
      * Masked copy of the production people file and of the side
      * files that point at people, for testing and certification :
      * the synthetic records of TestDataGenerator.cbl never carry
      * the oddities of the real file (homonyms, legacy blank SEQ-NO,
      * estimated birth dates, NPAI flags, odd addresses) and
      * releases certified on them broke on production.
      * Everything is written under the test directory MASK_DIR
      * (default "recette", created on first use) under the same
      * dataset names, so CertifyRelease.cbl can run on it and
      * TrainingMode.cbl style sessions can change into it :
      *   data.txt               NOM, address lines, TELEPHONE and
      *                          EMAIL replaced by fakes, dates
      *                          shifted a few days (see below)
      *   aliases.dat            ALS-NOM through the same names
      *   merge_xref.txt         the two names through the same names
      *   effective_changes.txt  EFC-NOM through the same names
      *   notes.txt              NOTE-NOM through the same names, the
      *                          free text blanked out
      *   households.txt         MEN-ADR-1 through the same addresses
      *   address_history.dat    both address lines the same way
      *   relations.dat          copied as is (numbers and dates)
      *   contact_history.txt    copied as is (numbers and dates)
      * A real name always gives the same fake name, and two real
      * names never give the same one, so the homonym clusters and
      * the alias and merge trails survive exactly ; the same holds
      * for address lines (households stay households) and for
      * telephone numbers and mailboxes shared by several people.
      * The fakes are worked from the real values under the masking
      * key of mask_key.txt (made on the first run and kept with the
      * production files, never copied into the test directory), so
      * they are stable from one copy to the next without being
      * recomputable from a list of surnames.
      * Dates move by the same -4 to +4 days for a person, never out
      * of their month nor past the business date ; estimated dates
      * (flag "E") keep their conventional day, and a birth date in
      * the business month is left alone so AGE still agrees with
      * it. AGE, VILLE, CODE-POSTAL, every flag, STATUT and the
      * person numbers are kept as they are, and the **TRAILER** is
      * copied unchanged, so the distributions and the control
      * totals match production.
      * The journals and work queues (audit.log, access.log, pending
      * and suspense files, the registers) are not copied. The
      * masking certificate mask_certificate.prt (PRINT_FILE) lists
      * each dataset with what was masked and how many records went
      * across, and the oddities carried over. Supervisor level is
      * required and the copy is audited (MASQUE).
      * RETURN-CODE 0 copied, 4 a side file could not be copied,
      * 12 refused or people file error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskCopy.

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

           SELECT MASK_DATA ASSIGN TO WS-OUT-DATA-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-PERSON-ID
           ALTERNATE RECORD KEY IS MSK-NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS MSK-VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT MASK_ALIAS ASSIGN TO WS-OUT-ALIAS-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAL-KEY
           ALTERNATE RECORD KEY IS MAL-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "address_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT MASK_HISTORY ASSIGN TO WS-OUT-HISTORY-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAH-KEY
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT MASK_RELATION ASSIGN TO WS-OUT-RELATION-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MRL-KEY
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT NOTES_FILE ASSIGN TO "notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT HOUSEHOLD_FILE ASSIGN TO "households.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT XREF_FILE ASSIGN TO "merge_xref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT QUEUE_FILE ASSIGN TO "effective_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT CONTACT_FILE ASSIGN TO "contact_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

      * One line sequential output serves every sequential side
      * file in turn, under the name of the dataset being copied.
           SELECT MASK_SEQ ASSIGN TO WS-OUT-SEQ-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT KEY_FILE ASSIGN TO "mask_key.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT PRINT_FILE ASSIGN TO WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-FILLER PIC X(213).

       FD  MASK_DATA.
       01  MASK-RECORD.
           05 MSK-NOM PIC A(20).
           05 MSK-AGE PIC 99.
           05 MSK-VILLE PIC A(20).
           05 MSK-REST PIC X(106).
           05 MSK-PERSON-ID PIC 9(6).
           05 MSK-REST-2 PIC X(79).

       FD  ALIAS_FILE.
           COPY ALIASREC.

       FD  MASK_ALIAS.
       01  MASK-ALIAS-RECORD.
           05 MAL-KEY PIC X(9).
           05 MAL-NOM PIC A(20).
           05 MAL-REST PIC X(25).

       FD  HISTORY_FILE.
           COPY ADRHREC.

       FD  MASK_HISTORY.
       01  MASK-HISTORY-RECORD.
           05 MAH-KEY PIC X(14).
           05 MAH-REST PIC X(118).

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  MASK_RELATION.
       01  MASK-RELATION-RECORD.
           05 MRL-KEY PIC X(12).
           05 MRL-REST PIC X(33).

       FD  NOTES_FILE.
       01  NOTE_RECORD.
           05 NOTE-NOM PIC A(20).
           05 NOTE-AUTHOR PIC X(8).
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  HOUSEHOLD_FILE.
       01  HOUSEHOLD_RECORD.
           05 MEN-ID PIC 9(6).
           05 MEN-CP PIC X(5).
           05 MEN-ADR-1 PIC X(30).
           05 MEN-VILLE PIC A(20).
           05 MEN-MEMBER-COUNT PIC 9(2).

       FD  XREF_FILE.
           COPY MERGEREC.

       FD  QUEUE_FILE.
           COPY EFFCREC.

       FD  CONTACT_FILE.
           COPY CTHREC.

       FD  MASK_SEQ.
       01  MASK-SEQ-RECORD PIC X(127).

       FD  KEY_FILE.
       01  KEY_RECORD.
           05 MK-KEY PIC 9(8) OCCURS 3 TIMES.
           05 MK-CREATED PIC 9(8).
           05 MK-OPERATOR PIC X(8).

       FD  PRINT_FILE.
       01  PRINT-LINE PIC X(132).

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-PRINT-FILENAME PIC X(60) VALUE "mask_certificate.prt".
       01  WS-MASK-DIR PIC X(40) VALUE "recette".
       01  WS-OUT-DATA-NAME PIC X(80).
       01  WS-OUT-ALIAS-NAME PIC X(80).
       01  WS-OUT-HISTORY-NAME PIC X(80).
       01  WS-OUT-RELATION-NAME PIC X(80).
       01  WS-OUT-SEQ-NAME PIC X(80).
       01  WS-OUT-BASE-NAME PIC X(30).
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-IN-FILE-STATUS PIC XX.
       01  WS-OUT-FILE-STATUS PIC XX.
       01  WS-KEY-FILE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-CREATE-RC PIC 9(9) COMP-5.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "MaskCopy".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-TIMESTAMP PIC X(15).
       01  FILE-END PIC 9.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
           05 WS-BD-YY PIC 9(4).
           05 WS-BD-MM PIC 9(2).
           05 WS-BD-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-FINAL-RC PIC 9(2) VALUE 0.
       01  WS-ABANDON PIC X VALUE "N".
           88 RUN-ABANDONED VALUE "Y".

      * Masking key.
       01  WS-MASK-KEYS.
           05 WS-MASK-KEY PIC 9(8) OCCURS 3 TIMES.
       01  WS-KEY-FOUND PIC X VALUE "N".
           88 MASK-KEY-FOUND VALUE "Y".
       01  WS-KX PIC 9.
       01  WS-SEED PIC 9(8).
       01  WS-RANDOM PIC V9(9).

      * Keyed hash of a value, from which every fake is worked.
       01  WS-HASH-TEXT PIC X(40).
       01  WS-HASH-VALUE PIC 9(8).
       01  WS-HASH-DIGITS REDEFINES WS-HASH-VALUE PIC X(8).
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-MULT PIC 9(4).
       01  WS-HX PIC 9(2).

      * Syllables the fake names are built from : three of them make
      * a name, so there are 64000 names to hand out.
       01  WS-SYLLABLE-LIST.
           05 FILLER PIC X(30) VALUE "BA BELBRICA CHADO DURFONGARGEN".
           05 FILLER PIC X(30) VALUE "LA LECLORMA MARMONNO PERPI RA ".
           05 FILLER PIC X(30) VALUE "RIVROUSA SIMTA TOUVA VERVILBON".
           05 FILLER PIC X(30) VALUE "CORDELFAUGRAJO LEBMERPASRENTHI".
       01  WS-SYLLABLE-TABLE REDEFINES WS-SYLLABLE-LIST.
           05 WS-SYLLABLE PIC X(3) OCCURS 40 TIMES.
       01  WS-STREET-LIST.
           05 FILLER PIC X(10) VALUE "RUE".
           05 FILLER PIC X(10) VALUE "AVENUE".
           05 FILLER PIC X(10) VALUE "BOULEVARD".
           05 FILLER PIC X(10) VALUE "CHEMIN".
           05 FILLER PIC X(10) VALUE "IMPASSE".
           05 FILLER PIC X(10) VALUE "PLACE".
           05 FILLER PIC X(10) VALUE "ALLEE".
           05 FILLER PIC X(10) VALUE "ROUTE".
       01  WS-STREET-TABLE REDEFINES WS-STREET-LIST.
           05 WS-STREET-TYPE PIC X(10) OCCURS 8 TIMES.
       01  WS-FAKE-CODE PIC 9(7).
       01  WS-CODE-SPACE PIC 9(7).
       01  WS-SYL-1 PIC 9(2).
       01  WS-SYL-2 PIC 9(2).
       01  WS-SYL-3 PIC 9(2).
       01  WS-HOUSE-NO PIC 9(3).
       01  WS-HOUSE-TEXT PIC Z(2)9.
       01  WS-STREET-NO PIC 9.
       01  WS-FAKE-WORD PIC X(9).
       01  WS-DIGIT-COUNT PIC 9(2).
       01  WS-AT-COUNT PIC 9(2).

      * Real-to-fake name map, also counting the people under each
      * name for the homonym check of the certificate.
       01  WS-NAME-MAP.
           05 WS-NM-ENTRY OCCURS 6000 TIMES.
               10 WS-NM-REAL PIC A(20).
               10 WS-NM-FAKE PIC A(20).
               10 WS-NM-PEOPLE PIC 9(5).
       01  WS-NM-COUNT PIC 9(4) VALUE 0.
       01  WS-NX PIC 9(4).
       01  WS-REAL-NOM PIC A(20).
       01  WS-FAKE-NOM PIC A(20).
       01  WS-FAKE-TAKEN PIC X.
           88 FAKE-IS-TAKEN VALUE "Y".

      * Real-to-fake address map, line 1 ("1") and line 2 ("2").
       01  WS-ADDRESS-MAP.
           05 WS-AM-ENTRY OCCURS 8000 TIMES.
               10 WS-AM-KIND PIC X.
               10 WS-AM-REAL PIC X(30).
               10 WS-AM-FAKE PIC X(30).
       01  WS-AM-COUNT PIC 9(4) VALUE 0.
       01  WS-AX PIC 9(4).
       01  WS-ADR-KIND PIC X.
       01  WS-REAL-ADR PIC X(30).
       01  WS-FAKE-ADR PIC X(30).

      * Telephone and e-mail.
       01  WS-PHONE-POS PIC 9(2).
       01  WS-PHONE-DIGIT PIC 9(2).

      * Date shift.
       01  WS-DAY-OFFSET PIC S9.
       01  WS-SHIFT-DATE PIC 9(8).
       01  WS-SHIFT-PARTS REDEFINES WS-SHIFT-DATE.
           05 WS-SH-YY PIC 9(4).
           05 WS-SH-MM PIC 9(2).
           05 WS-SH-DD PIC 9(2).
       01  WS-SHIFT-DAY PIC S9(3).
       01  WS-MONTH-DAYS PIC 9(2).
       01  WS-SHIFT-RESULT PIC 9(8).
       01  WS-SHIFT-RESULT-PARTS REDEFINES WS-SHIFT-RESULT.
           05 FILLER PIC 9(6).
           05 WS-SR-DD PIC 9(2).

      * Dataset results for the certificate.
       01  WS-DATASET-TABLE.
           05 WS-DS-ENTRY OCCURS 9 TIMES.
               10 WS-DS-NAME PIC X(22).
               10 WS-DS-TREATMENT PIC X(44).
               10 WS-DS-STATE PIC X(8).
               10 WS-DS-COUNT PIC 9(7).
       01  WS-DS-TALLY PIC 9(2) VALUE 0.
       01  WS-DX PIC 9(2).
       01  WS-RECORD-COUNT PIC 9(7).

      * What was masked, and the oddities carried over.
       01  WS-NAMES-MASKED PIC 9(7) VALUE 0.
       01  WS-ADDRESSES-MASKED PIC 9(7) VALUE 0.
       01  WS-PHONES-MASKED PIC 9(7) VALUE 0.
       01  WS-EMAILS-MASKED PIC 9(7) VALUE 0.
       01  WS-DATES-SHIFTED PIC 9(7) VALUE 0.
       01  WS-NOTES-BLANKED PIC 9(7) VALUE 0.
       01  WS-HOMONYM-GROUPS PIC 9(5) VALUE 0.
       01  WS-BLANK-SEQ PIC 9(7) VALUE 0.
       01  WS-ESTIMATED-DOB PIC 9(7) VALUE 0.
       01  WS-NPAI-COUNT PIC 9(7) VALUE 0.
       01  WS-BOUNCE-COUNT PIC 9(7) VALUE 0.
       01  WS-NO-ADDRESS PIC 9(7) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "S"
               DISPLAY "COPIE MASQUEE REFUSEE : NIVEAU SUPERVISEUR "
                   "REQUIS POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE
           END-CALL.
           STRING WS-BD-DD "/" WS-BD-MM "/" WS-BD-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.
           DISPLAY "PRINT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PRINT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PRINT-FILENAME = SPACES
               MOVE "mask_certificate.prt" TO WS-PRINT-FILENAME
           END-IF.
           DISPLAY "MASK_DIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MASK-DIR FROM ENVIRONMENT-VALUE.
           IF WS-MASK-DIR = SPACES
               MOVE "recette" TO WS-MASK-DIR
           END-IF.
      * The copy must never land on the production directory.
           IF WS-MASK-DIR = "." OR WS-MASK-DIR = "./"
               DISPLAY "MASK_DIR DESIGNE LE REPERTOIRE DE PRODUCTION, "
                   "ABANDON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "CBL_CREATE_DIR" USING WS-MASK-DIR
               RETURNING WS-CREATE-RC
           END-CALL.
           MOVE "data.txt" TO WS-OUT-BASE-NAME.
           PERFORM BUILD-OUT-NAME.
           MOVE WS-OUT-SEQ-NAME TO WS-OUT-DATA-NAME.
           MOVE "aliases.dat" TO WS-OUT-BASE-NAME.
           PERFORM BUILD-OUT-NAME.
           MOVE WS-OUT-SEQ-NAME TO WS-OUT-ALIAS-NAME.
           MOVE "address_history.dat" TO WS-OUT-BASE-NAME.
           PERFORM BUILD-OUT-NAME.
           MOVE WS-OUT-SEQ-NAME TO WS-OUT-HISTORY-NAME.
           MOVE "relations.dat" TO WS-OUT-BASE-NAME.
           PERFORM BUILD-OUT-NAME.
           MOVE WS-OUT-SEQ-NAME TO WS-OUT-RELATION-NAME.
           IF WS-OUT-DATA-NAME = WS-DATA-FILENAME
               DISPLAY "LA COPIE ECRASERAIT " WS-DATA-FILENAME
                   ", ABANDON."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-MASK-KEY.
           IF RUN-ABANDONED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-HASH-MULT =
               FUNCTION MOD(WS-MASK-KEY(2), 997) + 1.

           PERFORM COPY-PEOPLE-FILE.
           IF RUN-ABANDONED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COPY-ALIASES.
           PERFORM COPY-MERGE-XREF.
           PERFORM COPY-EFFECTIVE-QUEUE.
           PERFORM COPY-NOTES.
           PERFORM COPY-HOUSEHOLDS.
           PERFORM COPY-ADDRESS-HISTORY.
           PERFORM COPY-RELATIONS.
           PERFORM COPY-CONTACT-HISTORY.
           IF RUN-ABANDONED
               MOVE 12 TO WS-FINAL-RC
           END-IF.

           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NM-COUNT
               IF WS-NM-PEOPLE(WS-NX) > 1
                   ADD 1 TO WS-HOMONYM-GROUPS
               END-IF
           END-PERFORM.

           PERFORM PRINT-CERTIFICATE.
           PERFORM WRITE-AUDIT-RECORD.

           DISPLAY "COPIE MASQUEE DANS " FUNCTION TRIM(WS-MASK-DIR)
               " : " WS-DS-COUNT(1) " PERSONNE(S). CERTIFICAT : "
               FUNCTION TRIM(WS-PRINT-FILENAME).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       BUILD-OUT-NAME.
           MOVE SPACES TO WS-OUT-SEQ-NAME
           STRING FUNCTION TRIM(WS-MASK-DIR) "/"
               FUNCTION TRIM(WS-OUT-BASE-NAME)
               DELIMITED BY SIZE INTO WS-OUT-SEQ-NAME.

       GET-MASK-KEY.
           OPEN INPUT KEY_FILE
           IF WS-KEY-FILE-STATUS = "00"
               READ KEY_FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-KX FROM 1 BY 1
                               UNTIL WS-KX > 3
                           MOVE MK-KEY(WS-KX) TO WS-MASK-KEY(WS-KX)
                       END-PERFORM
                       MOVE "Y" TO WS-KEY-FOUND
               END-READ
               CLOSE KEY_FILE
           END-IF
           IF NOT MASK-KEY-FOUND
               PERFORM CREATE-MASK-KEY
           END-IF.

       CREATE-MASK-KEY.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 3
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-MASK-KEY(WS-KX) =
                   WS-RANDOM * 99999998 + 1
           END-PERFORM
           OPEN OUTPUT KEY_FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE mask_key.txt - STATUS "
                   WS-KEY-FILE-STATUS
               MOVE "Y" TO WS-ABANDON
           ELSE
               PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 3
                   MOVE WS-MASK-KEY(WS-KX) TO MK-KEY(WS-KX)
               END-PERFORM
               MOVE WS-BUSINESS-DATE TO MK-CREATED
               MOVE WS-OPERATOR-ID TO MK-OPERATOR
               WRITE KEY_RECORD
               CLOSE KEY_FILE
               DISPLAY "CLE DE MASQUAGE CREEE DANS mask_key.txt."
           END-IF.

       ADD-DATASET-LINE.
      * The caller has set the dataset name and treatment ; the
      * state and count come from the copy just made.
           ADD 1 TO WS-DS-TALLY
           MOVE WS-OUT-BASE-NAME TO WS-DS-NAME(WS-DS-TALLY)
           MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY).

       OPEN-FAILED-STATE.
           EVALUATE TRUE
               WHEN WS-IN-FILE-STATUS = "35"
                   MOVE "ABSENT" TO WS-DS-STATE(WS-DS-TALLY)
               WHEN WS-IN-FILE-STATUS NOT = "00"
                   MOVE "ERREUR" TO WS-DS-STATE(WS-DS-TALLY)
                   DISPLAY "ERREUR OUVERTURE "
                       FUNCTION TRIM(WS-OUT-BASE-NAME) " - STATUS "
                       WS-IN-FILE-STATUS
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               WHEN OTHER
                   MOVE "ERREUR" TO WS-DS-STATE(WS-DS-TALLY)
                   DISPLAY "ERREUR ECRITURE " WS-OUT-SEQ-NAME
                       " - STATUS " WS-OUT-FILE-STATUS
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
           END-EVALUATE.

       COPY-PEOPLE-FILE.
           MOVE "data.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "NOM, ADRESSE, TELEPHONE, COURRIEL ; DATES"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           OPEN INPUT DATA_FILE
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE "Y" TO WS-ABANDON
           ELSE
               OPEN OUTPUT MASK_DATA
               IF WS-OUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-OUT-DATA-NAME
                       " - STATUS " WS-OUT-FILE-STATUS
                   MOVE "Y" TO WS-ABANDON
               ELSE
                   MOVE 1 TO FILE-END
                   PERFORM UNTIL FILE-END = 0 OR RUN-ABANDONED
                       READ DATA_FILE
                           AT END
                               MOVE 0 TO FILE-END
                           NOT AT END
                               PERFORM MASK-ONE-PERSON
                       END-READ
                   END-PERFORM
                   CLOSE MASK_DATA
               END-IF
               CLOSE DATA_FILE
           END-IF
           IF RUN-ABANDONED
               MOVE "ERREUR" TO WS-DS-STATE(WS-DS-TALLY)
           ELSE
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
           END-IF
           MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY).

       MASK-ONE-PERSON.
      * The trailer carries counts and the AGE hash only : it goes
      * across unchanged.
           IF TR-KEY NOT = "**TRAILER**"
               PERFORM COUNT-ODDITIES
               MOVE NOM TO WS-REAL-NOM
               PERFORM MAP-NAME
               MOVE WS-FAKE-NOM TO NOM
               IF WS-NX <= WS-NM-COUNT
                   ADD 1 TO WS-NM-PEOPLE(WS-NX)
               END-IF
               MOVE "1" TO WS-ADR-KIND
               MOVE ADR-LIGNE-1 TO WS-REAL-ADR
               PERFORM MAP-ADDRESS
               MOVE WS-FAKE-ADR TO ADR-LIGNE-1
               MOVE "2" TO WS-ADR-KIND
               MOVE ADR-LIGNE-2 TO WS-REAL-ADR
               PERFORM MAP-ADDRESS
               MOVE WS-FAKE-ADR TO ADR-LIGNE-2
               PERFORM MASK-TELEPHONE
               PERFORM MASK-EMAIL
               PERFORM SHIFT-PERSON-DATES
           END-IF
           WRITE MASK-RECORD FROM FILE_DATA
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE " WS-OUT-DATA-NAME
                       " - STATUS " WS-OUT-FILE-STATUS
                   MOVE "Y" TO WS-ABANDON
               NOT INVALID KEY
                   ADD 1 TO WS-RECORD-COUNT
           END-WRITE.

       COUNT-ODDITIES.
           IF SEQ-NO NOT NUMERIC OR SEQ-NO = 0
               ADD 1 TO WS-BLANK-SEQ
           END-IF
           IF DATE-NAISSANCE-FLAG = "E"
               ADD 1 TO WS-ESTIMATED-DOB
           END-IF
           IF ADR-INVALID-FLAG = "I"
               ADD 1 TO WS-NPAI-COUNT
           END-IF
           IF EMAIL-INVALID-FLAG = "I"
               ADD 1 TO WS-BOUNCE-COUNT
           END-IF
           IF ADR-LIGNE-1 = SPACES OR CODE-POSTAL = SPACES
               ADD 1 TO WS-NO-ADDRESS
           END-IF.

       HASH-TEXT.
           MOVE WS-MASK-KEY(1) TO WS-HASH-VALUE
           PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 40
               COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 131
                   + FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)) * WS-HASH-MULT
               COMPUTE WS-HASH-VALUE =
                   FUNCTION MOD(WS-HASH-WORK, 99999989)
           END-PERFORM
           COMPUTE WS-HASH-VALUE = FUNCTION MOD(WS-HASH-VALUE
               + WS-MASK-KEY(3), 99999989).

       MAP-NAME.
      * Leaves WS-NX on the map entry used, past the end when the
      * name is blank or the map is full.
           MOVE SPACES TO WS-FAKE-NOM
           MOVE 9999 TO WS-NX
           IF WS-REAL-NOM NOT = SPACES
               PERFORM VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX > WS-NM-COUNT
                       OR WS-NM-REAL(WS-NX) = WS-REAL-NOM
                   CONTINUE
               END-PERFORM
               IF WS-NX <= WS-NM-COUNT
                   MOVE WS-NM-FAKE(WS-NX) TO WS-FAKE-NOM
               ELSE
                   PERFORM ADD-NAME-TO-MAP
               END-IF
           END-IF.

       ADD-NAME-TO-MAP.
           IF WS-NM-COUNT >= 6000
               DISPLAY "TABLE DES NOMS PLEINE (6000), COPIE "
                   "ABANDONNEE."
               MOVE "Y" TO WS-ABANDON
               MOVE "ANONYME" TO WS-FAKE-NOM
           ELSE
               MOVE SPACES TO WS-HASH-TEXT
               MOVE WS-REAL-NOM TO WS-HASH-TEXT
               PERFORM HASH-TEXT
               MOVE 64000 TO WS-CODE-SPACE
               COMPUTE WS-FAKE-CODE =
                   FUNCTION MOD(WS-HASH-VALUE, WS-CODE-SPACE)
               MOVE "Y" TO WS-FAKE-TAKEN
               PERFORM UNTIL NOT FAKE-IS-TAKEN
                   PERFORM BUILD-FAKE-NAME
                   PERFORM CHECK-FAKE-NAME
                   IF FAKE-IS-TAKEN
                       COMPUTE WS-FAKE-CODE = FUNCTION MOD(
                           WS-FAKE-CODE + 1, WS-CODE-SPACE)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NM-COUNT
               MOVE WS-NM-COUNT TO WS-NX
               MOVE WS-REAL-NOM TO WS-NM-REAL(WS-NX)
               MOVE WS-FAKE-NOM TO WS-NM-FAKE(WS-NX)
               MOVE 0 TO WS-NM-PEOPLE(WS-NX)
               ADD 1 TO WS-NAMES-MASKED
           END-IF.

       BUILD-FAKE-NAME.
           COMPUTE WS-SYL-1 = WS-FAKE-CODE / 1600 + 1
           COMPUTE WS-SYL-2 =
               FUNCTION MOD(FUNCTION INTEGER(WS-FAKE-CODE / 40), 40)
               + 1
           COMPUTE WS-SYL-3 = FUNCTION MOD(WS-FAKE-CODE, 40) + 1
           MOVE SPACES TO WS-FAKE-NOM
           STRING WS-SYLLABLE(WS-SYL-1) DELIMITED BY SPACE
               WS-SYLLABLE(WS-SYL-2) DELIMITED BY SPACE
               WS-SYLLABLE(WS-SYL-3) DELIMITED BY SPACE
               INTO WS-FAKE-NOM.

       CHECK-FAKE-NAME.
           MOVE "N" TO WS-FAKE-TAKEN
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NM-COUNT OR FAKE-IS-TAKEN
               IF WS-NM-FAKE(WS-AX) = WS-FAKE-NOM
                   MOVE "Y" TO WS-FAKE-TAKEN
               END-IF
           END-PERFORM.

       MAP-ADDRESS.
           MOVE SPACES TO WS-FAKE-ADR
           IF WS-REAL-ADR NOT = SPACES
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-AM-COUNT
                       OR (WS-AM-KIND(WS-AX) = WS-ADR-KIND
                           AND WS-AM-REAL(WS-AX) = WS-REAL-ADR)
                   CONTINUE
               END-PERFORM
               IF WS-AX <= WS-AM-COUNT
                   MOVE WS-AM-FAKE(WS-AX) TO WS-FAKE-ADR
               ELSE
                   PERFORM ADD-ADDRESS-TO-MAP
               END-IF
           END-IF.

       ADD-ADDRESS-TO-MAP.
           IF WS-AM-COUNT >= 8000
               DISPLAY "TABLE DES ADRESSES PLEINE (8000), COPIE "
                   "ABANDONNEE."
               MOVE "Y" TO WS-ABANDON
               MOVE "ADRESSE MASQUEE" TO WS-FAKE-ADR
           ELSE
               MOVE SPACES TO WS-HASH-TEXT
               STRING WS-ADR-KIND WS-REAL-ADR
                   DELIMITED BY SIZE INTO WS-HASH-TEXT
               PERFORM HASH-TEXT
      * A first line with a house number keeps one, so the lines
      * without any stay recognisable.
               MOVE 0 TO WS-DIGIT-COUNT
               INSPECT WS-REAL-ADR TALLYING WS-DIGIT-COUNT
                   FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               EVALUATE TRUE
                   WHEN WS-ADR-KIND = "2"
                       MOVE 64000 TO WS-CODE-SPACE
                   WHEN WS-DIGIT-COUNT > 0
                       MOVE 2534400 TO WS-CODE-SPACE
                   WHEN OTHER
                       MOVE 12800 TO WS-CODE-SPACE
               END-EVALUATE
               COMPUTE WS-FAKE-CODE =
                   FUNCTION MOD(WS-HASH-VALUE, WS-CODE-SPACE)
               MOVE "Y" TO WS-FAKE-TAKEN
               PERFORM UNTIL NOT FAKE-IS-TAKEN
                   PERFORM BUILD-FAKE-ADDRESS
                   PERFORM CHECK-FAKE-ADDRESS
                   IF FAKE-IS-TAKEN
                       COMPUTE WS-FAKE-CODE = FUNCTION MOD(
                           WS-FAKE-CODE + 1, WS-CODE-SPACE)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-AM-COUNT
               MOVE WS-ADR-KIND TO WS-AM-KIND(WS-AM-COUNT)
               MOVE WS-REAL-ADR TO WS-AM-REAL(WS-AM-COUNT)
               MOVE WS-FAKE-ADR TO WS-AM-FAKE(WS-AM-COUNT)
               ADD 1 TO WS-ADDRESSES-MASKED
           END-IF.

       BUILD-FAKE-ADDRESS.
      * Line 2 : RESIDENCE and a three-syllable name. Line 1 : an
      * optional house number, a street type and a two-syllable
      * name.
           MOVE SPACES TO WS-FAKE-ADR
           IF WS-ADR-KIND = "2"
               PERFORM BUILD-FAKE-NAME
               STRING "RESIDENCE " WS-FAKE-NOM
                   DELIMITED BY SIZE INTO WS-FAKE-ADR
           ELSE
               COMPUTE WS-HOUSE-NO = WS-FAKE-CODE / 12800 + 1
               COMPUTE WS-STREET-NO =
                   FUNCTION MOD(FUNCTION INTEGER(WS-FAKE-CODE / 1600),
                   8) + 1
               COMPUTE WS-SYL-1 =
                   FUNCTION MOD(FUNCTION INTEGER(WS-FAKE-CODE / 40),
                   40) + 1
               COMPUTE WS-SYL-2 = FUNCTION MOD(WS-FAKE-CODE, 40) + 1
               MOVE SPACES TO WS-FAKE-WORD
               STRING WS-SYLLABLE(WS-SYL-1) DELIMITED BY SPACE
                   WS-SYLLABLE(WS-SYL-2) DELIMITED BY SPACE
                   INTO WS-FAKE-WORD
               IF WS-DIGIT-COUNT > 0
                   MOVE WS-HOUSE-NO TO WS-HOUSE-TEXT
                   STRING FUNCTION TRIM(WS-HOUSE-TEXT) " "
                       FUNCTION TRIM(WS-STREET-TYPE(WS-STREET-NO))
                       " DES " FUNCTION TRIM(WS-FAKE-WORD)
                       DELIMITED BY SIZE INTO WS-FAKE-ADR
               ELSE
                   STRING FUNCTION TRIM(WS-STREET-TYPE(WS-STREET-NO))
                       " DES " FUNCTION TRIM(WS-FAKE-WORD)
                       DELIMITED BY SIZE INTO WS-FAKE-ADR
               END-IF
           END-IF.

       CHECK-FAKE-ADDRESS.
           MOVE "N" TO WS-FAKE-TAKEN
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AM-COUNT OR FAKE-IS-TAKEN
               IF WS-AM-KIND(WS-AX) = WS-ADR-KIND
                   AND WS-AM-FAKE(WS-AX) = WS-FAKE-ADR
                   MOVE "Y" TO WS-FAKE-TAKEN
               END-IF
           END-PERFORM.

       MASK-TELEPHONE.
      * The first two digits (landline area or mobile) are kept and
      * the other digits replaced ; anything that is not a digit is
      * left where it is, so malformed numbers stay malformed.
           IF TELEPHONE NOT = SPACES
               MOVE SPACES TO WS-HASH-TEXT
               MOVE TELEPHONE TO WS-HASH-TEXT
               PERFORM HASH-TEXT
               MOVE 1 TO WS-PHONE-DIGIT
               PERFORM VARYING WS-PHONE-POS FROM 3 BY 1
                       UNTIL WS-PHONE-POS > 10
                   IF TELEPHONE(WS-PHONE-POS:1) IS NUMERIC
                       MOVE WS-HASH-DIGITS(WS-PHONE-DIGIT:1)
                           TO TELEPHONE(WS-PHONE-POS:1)
                       ADD 1 TO WS-PHONE-DIGIT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PHONES-MASKED
           END-IF.

       MASK-EMAIL.
      * A mailbox becomes a numbered one on exemple.fr ; an address
      * keyed without any @ stays without one.
           IF EMAIL NOT = SPACES
               MOVE SPACES TO WS-HASH-TEXT
               MOVE EMAIL TO WS-HASH-TEXT
               PERFORM HASH-TEXT
               MOVE 0 TO WS-AT-COUNT
               INSPECT EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               MOVE SPACES TO EMAIL
               IF WS-AT-COUNT > 0
                   STRING "m" WS-HASH-DIGITS "@exemple.fr"
                       DELIMITED BY SIZE INTO EMAIL
               ELSE
                   STRING "m" WS-HASH-DIGITS ".exemple.fr"
                       DELIMITED BY SIZE INTO EMAIL
               END-IF
               ADD 1 TO WS-EMAILS-MASKED
           END-IF.

       SHIFT-PERSON-DATES.
           MOVE SPACES TO WS-HASH-TEXT
           MOVE PERSON-ID TO WS-HASH-TEXT(1:6)
           PERFORM HASH-TEXT
           COMPUTE WS-DAY-OFFSET = FUNCTION MOD(WS-HASH-VALUE, 9) - 4
           IF DATE-NAISSANCE-FLAG NOT = "E"
               AND DATE-NAISSANCE IS NUMERIC
               AND DATE-NAISSANCE(5:2) NOT = WS-BD-MM
               MOVE DATE-NAISSANCE TO WS-SHIFT-DATE
               PERFORM SHIFT-ONE-DATE
               MOVE WS-SHIFT-DATE TO DATE-NAISSANCE
           END-IF
           IF CAPTURE-DATE-FLAG NOT = "E"
               MOVE CAPTURE-DATE TO WS-SHIFT-DATE
               PERFORM SHIFT-ONE-DATE
               MOVE WS-SHIFT-DATE TO CAPTURE-DATE
           END-IF
           MOVE STATUT-DATE TO WS-SHIFT-DATE
           PERFORM SHIFT-ONE-DATE
           MOVE WS-SHIFT-DATE TO STATUT-DATE
           MOVE ADR-INVALID-DATE TO WS-SHIFT-DATE
           PERFORM SHIFT-ONE-DATE
           MOVE WS-SHIFT-DATE TO ADR-INVALID-DATE
           MOVE EMAIL-INVALID-DATE TO WS-SHIFT-DATE
           PERFORM SHIFT-ONE-DATE
           MOVE WS-SHIFT-DATE TO EMAIL-INVALID-DATE.

       SHIFT-ONE-DATE.
      * Within the month only, and never past the business date ; a
      * zero or malformed date is left as it is.
           IF WS-SHIFT-DATE IS NUMERIC AND WS-SHIFT-DATE > 0
               AND WS-SH-MM >= 1 AND WS-SH-MM <= 12
               AND WS-DAY-OFFSET NOT = 0
               EVALUATE WS-SH-MM
                   WHEN 2
                       IF FUNCTION MOD(WS-SH-YY, 4) = 0
                           AND (FUNCTION MOD(WS-SH-YY, 100) NOT = 0
                           OR FUNCTION MOD(WS-SH-YY, 400) = 0)
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           MOVE 28 TO WS-MONTH-DAYS
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN OTHER
                       MOVE 31 TO WS-MONTH-DAYS
               END-EVALUATE
               COMPUTE WS-SHIFT-DAY = WS-SH-DD + WS-DAY-OFFSET
               IF WS-SH-DD >= 1 AND WS-SH-DD <= WS-MONTH-DAYS
                   AND WS-SHIFT-DAY >= 1
                   AND WS-SHIFT-DAY <= WS-MONTH-DAYS
                   MOVE WS-SHIFT-DATE TO WS-SHIFT-RESULT
                   MOVE WS-SHIFT-DAY TO WS-SR-DD
                   IF WS-SHIFT-RESULT <= WS-BUSINESS-DATE
                       MOVE WS-SHIFT-RESULT TO WS-SHIFT-DATE
                       ADD 1 TO WS-DATES-SHIFTED
                   END-IF
               END-IF
           END-IF.

       COPY-ALIASES.
           MOVE "aliases.dat" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "NOM PAR LA TABLE DES NOMS"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           OPEN INPUT ALIAS_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_ALIAS
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               MOVE WS-OUT-ALIAS-NAME TO WS-OUT-SEQ-NAME
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE ALIAS_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ ALIAS_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE ALS-NOM TO WS-REAL-NOM
                           PERFORM MAP-NAME
                           MOVE WS-FAKE-NOM TO ALS-NOM
                           WRITE MASK-ALIAS-RECORD FROM ALIAS-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ALIAS_FILE
               CLOSE MASK_ALIAS
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-MERGE-XREF.
           MOVE "merge_xref.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "ANCIEN ET NOUVEAU NOM PAR LA TABLE DES NOMS"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           PERFORM BUILD-OUT-NAME
           OPEN INPUT XREF_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_SEQ
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE XREF_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ XREF_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE MXR-OLD-NOM TO WS-REAL-NOM
                           PERFORM MAP-NAME
                           MOVE WS-FAKE-NOM TO MXR-OLD-NOM
                           MOVE MXR-NEW-NOM TO WS-REAL-NOM
                           PERFORM MAP-NAME
                           MOVE WS-FAKE-NOM TO MXR-NEW-NOM
                           MOVE SPACES TO MASK-SEQ-RECORD
                           MOVE MERGE-XREF-RECORD TO MASK-SEQ-RECORD
                           WRITE MASK-SEQ-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE XREF_FILE
               CLOSE MASK_SEQ
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-EFFECTIVE-QUEUE.
           MOVE "effective_changes.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "NOM PAR LA TABLE DES NOMS"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           PERFORM BUILD-OUT-NAME
           OPEN INPUT QUEUE_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_SEQ
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE QUEUE_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ QUEUE_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE EFC-NOM TO WS-REAL-NOM
                           PERFORM MAP-NAME
                           MOVE WS-FAKE-NOM TO EFC-NOM
                           MOVE EFFECTIVE-CHANGE-RECORD
                               TO MASK-SEQ-RECORD
                           WRITE MASK-SEQ-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE QUEUE_FILE
               CLOSE MASK_SEQ
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-NOTES.
           MOVE "notes.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "NOM PAR LA TABLE DES NOMS, TEXTE EFFACE"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           PERFORM BUILD-OUT-NAME
           OPEN INPUT NOTES_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_SEQ
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE NOTES_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ NOTES_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE NOTE-NOM TO WS-REAL-NOM
                           PERFORM MAP-NAME
                           MOVE WS-FAKE-NOM TO NOTE-NOM
                           IF NOTE-TEXT NOT = SPACES
                               MOVE "NOTE MASQUEE" TO NOTE-TEXT
                               ADD 1 TO WS-NOTES-BLANKED
                           END-IF
                           MOVE SPACES TO MASK-SEQ-RECORD
                           MOVE NOTE_RECORD TO MASK-SEQ-RECORD
                           WRITE MASK-SEQ-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE NOTES_FILE
               CLOSE MASK_SEQ
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-HOUSEHOLDS.
           MOVE "households.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "ADRESSE PAR LA TABLE DES ADRESSES"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           PERFORM BUILD-OUT-NAME
           OPEN INPUT HOUSEHOLD_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_SEQ
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE HOUSEHOLD_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HOUSEHOLD_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE "1" TO WS-ADR-KIND
                           MOVE MEN-ADR-1 TO WS-REAL-ADR
                           PERFORM MAP-ADDRESS
                           MOVE WS-FAKE-ADR TO MEN-ADR-1
                           MOVE SPACES TO MASK-SEQ-RECORD
                           MOVE HOUSEHOLD_RECORD TO MASK-SEQ-RECORD
                           WRITE MASK-SEQ-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD_FILE
               CLOSE MASK_SEQ
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-ADDRESS-HISTORY.
           MOVE "address_history.dat" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "LIGNES D'ADRESSE PAR LA TABLE DES ADRESSES"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           OPEN INPUT HISTORY_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_HISTORY
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               MOVE WS-OUT-HISTORY-NAME TO WS-OUT-SEQ-NAME
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE HISTORY_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ HISTORY_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE "1" TO WS-ADR-KIND
                           MOVE AH-ADR-1 TO WS-REAL-ADR
                           PERFORM MAP-ADDRESS
                           MOVE WS-FAKE-ADR TO AH-ADR-1
                           MOVE "2" TO WS-ADR-KIND
                           MOVE AH-ADR-2 TO WS-REAL-ADR
                           PERFORM MAP-ADDRESS
                           MOVE WS-FAKE-ADR TO AH-ADR-2
                           WRITE MASK-HISTORY-RECORD
                               FROM ADDRESS-HISTORY-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE HISTORY_FILE
               CLOSE MASK_HISTORY
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-RELATIONS.
           MOVE "relations.dat" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "TEL QUEL (NUMEROS ET DATES)"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           OPEN INPUT RELATION_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_RELATION
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               MOVE WS-OUT-RELATION-NAME TO WS-OUT-SEQ-NAME
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE RELATION_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ RELATION_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           WRITE MASK-RELATION-RECORD
                               FROM RELATION-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE RELATION_FILE
               CLOSE MASK_RELATION
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       COPY-CONTACT-HISTORY.
           MOVE "contact_history.txt" TO WS-OUT-BASE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           PERFORM ADD-DATASET-LINE
           MOVE "TEL QUEL (NUMEROS ET DATES)"
               TO WS-DS-TREATMENT(WS-DS-TALLY)
           PERFORM BUILD-OUT-NAME
           OPEN INPUT CONTACT_FILE
           IF WS-IN-FILE-STATUS = "00"
               OPEN OUTPUT MASK_SEQ
           END-IF
           IF WS-IN-FILE-STATUS NOT = "00"
               OR WS-OUT-FILE-STATUS NOT = "00"
               PERFORM OPEN-FAILED-STATE
               IF WS-IN-FILE-STATUS = "00"
                   CLOSE CONTACT_FILE
               END-IF
           ELSE
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ CONTACT_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           MOVE SPACES TO MASK-SEQ-RECORD
                           MOVE CONTACT-HISTORY-RECORD
                               TO MASK-SEQ-RECORD
                           WRITE MASK-SEQ-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CONTACT_FILE
               CLOSE MASK_SEQ
               MOVE "COPIE" TO WS-DS-STATE(WS-DS-TALLY)
               MOVE WS-RECORD-COUNT TO WS-DS-COUNT(WS-DS-TALLY)
           END-IF.

       PRINT-CERTIFICATE.
           OPEN OUTPUT PRINT_FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-PRINT-FILENAME
                   " - STATUS " WS-PRINT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM PRINT-CERTIFICATE-BODY
               CLOSE PRINT_FILE
           END-IF.

       PRINT-CERTIFICATE-BODY.
           MOVE "CERTIFICAT DE MASQUAGE - COPIE DE RECETTE"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DATE DE TRAITEMENT : " WS-DATE-DISPLAY
               "   OPERATEUR : " WS-OPERATOR-ID
               "   REPERTOIRE : " FUNCTION TRIM(WS-MASK-DIR)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "SOURCE : " FUNCTION TRIM(WS-DATA-FILENAME)
               " ET FICHIERS ANNEXES DU REPERTOIRE DE PRODUCTION"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== FICHIERS" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "FICHIER" TO PRINT-LINE(5:7)
           MOVE "ETAT" TO PRINT-LINE(28:4)
           MOVE "ENREG." TO PRINT-LINE(39:6)
           MOVE "MASQUAGE" TO PRINT-LINE(47:8)
           WRITE PRINT-LINE
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-TALLY
               MOVE WS-DS-COUNT(WS-DX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "    " WS-DS-NAME(WS-DX) " "
                   WS-DS-STATE(WS-DX) " " WS-COUNT-DISPLAY "  "
                   WS-DS-TREATMENT(WS-DX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           STRING "    NON COPIES : JOURNAUX (audit.log, access.log), "
               "FILES D'ATTENTE ET REGISTRES"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== VALEURS MASQUEES" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NAMES-MASKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    NOMS DISTINCTS REMPLACES        "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ADDRESSES-MASKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    LIGNES D'ADRESSE REMPLACEES     "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PHONES-MASKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    TELEPHONES REMPLACES            "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EMAILS-MASKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    COURRIELS REMPLACES             "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NOTES-BLANKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    TEXTES DE NOTE EFFACES          "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DATES-SHIFTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DATES DECALEES (-4 A +4 JOURS)  "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "=== PARTICULARITES CONSERVEES A L'IDENTIQUE"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HOMONYM-GROUPS TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    GROUPES D'HOMONYMES             "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BLANK-SEQ TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    SEQ-NO A BLANC OU A ZERO        "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ESTIMATED-DOB TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    DATES DE NAISSANCE ESTIMEES     "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NPAI-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    ADRESSES NPAI                   "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BOUNCE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    COURRIELS EN ERREUR             "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NO-ADDRESS TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "    ADRESSES INCOMPLETES            "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "    AGE, VILLE, CODE POSTAL, STATUT, INDICATEURS, "
               "NUMEROS ET ENREGISTREMENT DE FIN INCHANGES"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-FINAL-RC = 0
               MOVE "VERDICT : COPIE MASQUEE COMPLETE" TO PRINT-LINE
           ELSE
               MOVE "VERDICT : COPIE MASQUEE INCOMPLETE"
                   TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE "MASQUE" TO AUD-ACTION
               MOVE "COPIE DE RECETTE" TO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE WS-DATA-FILENAME TO AUD-BEFORE-VILLE
               MOVE WS-MASK-DIR TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.
