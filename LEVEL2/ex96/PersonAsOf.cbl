      ******************************************************************
      * Name : PersonAsOf.cbl
      * Author: RayanPonsolle
      * Point-in-time copy of the people file for a past date, for
      * the auditors and the annual return ("as at 31 December").
      * The read-only cousin of PersonRecover.cbl : the same replay
      * of the daily JRNL.aaaammjj journals over a DATA.aaaammjj
      * snapshot, but into a separate copy data.asof.aaaammjj with
      * its own control dataset (data.asof.aaaammjj.ctl), and only
      * up to 23:59:59 of the chosen date. data.txt is never opened,
      * so no update lock is taken. The snapshot is the newest one
      * cut on or before the date (up to 400 days back) unless the
      * operator names one.
      * A certificate (data.asof.aaaammjj.cert) states the snapshot
      * used with the totals of its control dataset, every journal
      * day from the snapshot to the date - replayed, with its
      * applied / no-effect / later movements, or absent (no keying
      * that day) - and the totals of the copy, so the historical
      * figures can be defended. The report programs are then run
      * against the copy by pointing DATA_FILE at it.
      * Supervisor level required : the journals carry whole
      * before/after images. RETURN-CODE 0 built, 4 built from the
      * snapshot alone (no journal found), 12 refused or snapshot
      * missing or unreadable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonAsOf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF_FILE ASSIGN TO WS-ASOF-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSON-ID
           ALTERNATE RECORD KEY IS NOM
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS VILLE
               WITH DUPLICATES
           FILE STATUS IS WS-ASOF-FILE-STATUS.

           SELECT JOURNAL_FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PROBE_FILE ASSIGN TO WS-SNAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-FILE-STATUS.

           SELECT SNAP_CONTROL ASSIGN TO WS-SNAP-CTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-CTL-STATUS.

           SELECT CERT_FILE ASSIGN TO WS-CERT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF_FILE.
           COPY PERSONREC.
       01  TRAILER-DATA REDEFINES FILE_DATA.
           05 TR-KEY PIC X(20).
           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(8).
           05 TR-NEXT-ID PIC 9(6).
           05 TR-FILLER PIC X(193).

       FD  JOURNAL_FILE.
       01  JOURNAL-RECORD.
           05 JRN-TIMESTAMP PIC X(15).
           05 JRN-OPERATOR PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE PIC X(233).
           05 JRN-AFTER PIC X(233).
      * The person number sits right after the 148 historical bytes
      * of the before-image, which is all the DELETE replay needs.
       01  JRN-BEFORE-VIEW REDEFINES JOURNAL-RECORD.
           05 FILLER PIC X(29).
           05 JRN-BEF-FIXED PIC X(148).
           05 JRN-BEF-PERSON-ID PIC 9(6).
           05 FILLER PIC X(310).

       FD  PROBE_FILE.
       01  PROBE-RECORD PIC X(233).

       FD  SNAP_CONTROL.
       01  SNAP_CONTROL_RECORD.
           05 SCT-COUNT PIC 9(6).
           05 SCT-HASH PIC 9(8).
           05 SCT-NEXT-ID PIC 9(6).

       FD  CERT_FILE.
       01  CERT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ASOF-NAME PIC X(60).
       01  WS-ASOF-FILE-STATUS PIC XX.
       01  WS-JOURNAL-NAME PIC X(20).
       01  WS-JOURNAL-FILE-STATUS PIC XX.
       01  WS-SNAP-NAME PIC X(20).
       01  WS-PROBE-FILE-STATUS PIC XX.
       01  WS-SNAP-CTL-NAME PIC X(28).
       01  WS-SNAP-CTL-STATUS PIC XX.
       01  WS-CERT-NAME PIC X(64).
       01  WS-CERT-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "PersonAsOf".
       01  WS-SIGNON-RESULT PIC X.
       01  FILE-END PIC 9.
       01  WS-ASOF-INPUT PIC X(8).
       01  WS-ASOF-DATE PIC 9(8).
       01  WS-SNAP-INPUT PIC X(8).
       01  WS-SNAP-DATE PIC 9(8).
       01  WS-LIMIT-TS PIC X(14).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-TIMESTAMP PIC X(21).
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-CNT-DELETE-RC PIC 9(9) COMP-5.
       01  WS-CNT-NAME PIC X(64).
       01  WS-ASOF-INT PIC 9(7).
       01  WS-SCAN-INT PIC 9(7).
       01  WS-SCAN-DATE PIC 9(8).
       01  WS-DX PIC 9(3).
       01  WS-FOUND PIC X VALUE "N".
           88 SNAPSHOT-FOUND VALUE "Y".
       01  WS-DAY-APPLIED PIC 9(6).
       01  WS-DAY-SKIPPED PIC 9(6).
       01  WS-DAY-BEYOND PIC 9(6).
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01  WS-BEYOND-COUNT PIC 9(6) VALUE 0.
       01  WS-JOURNAL-DAYS PIC 9(3) VALUE 0.
       01  WS-ABSENT-DAYS PIC 9(3) VALUE 0.
       01  WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(8) VALUE 0.
       01  WS-MAX-PERSON-ID PIC 9(6) VALUE 0.
       01  WS-SAVED-DATA-FILE PIC X(60).
       01  WS-CTL-ACTION PIC X.
       01  WS-CTL-COUNT PIC S9(6).
       01  WS-CTL-HASH PIC S9(8).
       01  WS-CTL-NEXT-ID PIC 9(6).
       01  WS-CTL-RESULT PIC X.

       01  WS-CERT-DAY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-JOURNAL PIC X(14).
           05 CDL-STATE PIC X(10).
           05 FILLER PIC X(10) VALUE " APPLIQ. ".
           05 CDL-APPLIED PIC Z(5)9.
           05 FILLER PIC X(12) VALUE " SANS EFFET ".
           05 CDL-SKIPPED PIC Z(5)9.
           05 FILLER PIC X(12) VALUE " POSTERIEURS".
           05 CDL-BEYOND PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT = "R" OR WS-SIGNON-RESULT = "A"
               DISPLAY "COPIE A DATE REFUSEE : NIVEAU SUPERVISEUR "
                   "REQUIS POUR " WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           DISPLAY "Fichier au (AAAAMMJJ, date passee) : ".
           ACCEPT WS-ASOF-INPUT.
           IF WS-ASOF-INPUT IS NUMERIC
               MOVE WS-ASOF-INPUT TO WS-ASOF-DATE
           ELSE
               MOVE 0 TO WS-ASOF-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
               OR WS-ASOF-DATE NOT < WS-TODAY-YMD
               DISPLAY "DATE INVALIDE OU NON PASSEE : " WS-ASOF-INPUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ASOF-DATE TO WS-LIMIT-TS(1:8).
           MOVE "235959" TO WS-LIMIT-TS(9:6).

           DISPLAY "Snapshot de depart (AAAAMMJJ, vide = le plus "
               "recent a cette date) : ".
           ACCEPT WS-SNAP-INPUT.
           IF WS-SNAP-INPUT = SPACES
               PERFORM FIND-SNAPSHOT-BEFORE
               IF NOT SNAPSHOT-FOUND
                   DISPLAY "AUCUN SNAPSHOT TROUVE SUR 400 JOURS "
                       "AVANT LE " WS-ASOF-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF WS-SNAP-INPUT IS NUMERIC
                   MOVE WS-SNAP-INPUT TO WS-SNAP-DATE
               ELSE
                   MOVE 0 TO WS-SNAP-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SNAP-DATE) NOT = 0
                   OR WS-SNAP-DATE > WS-ASOF-DATE
                   DISPLAY "SNAPSHOT INVALIDE OU POSTERIEUR A LA "
                       "DATE : " WS-SNAP-INPUT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO WS-SNAP-NAME
               STRING "DATA." WS-SNAP-DATE DELIMITED BY SIZE
                   INTO WS-SNAP-NAME
           END-IF.

           MOVE SPACES TO WS-ASOF-NAME.
           STRING "data.asof." WS-ASOF-DATE DELIMITED BY SIZE
               INTO WS-ASOF-NAME.
           MOVE SPACES TO WS-CERT-NAME.
           STRING FUNCTION TRIM(WS-ASOF-NAME) ".cert"
               DELIMITED BY SIZE INTO WS-CERT-NAME.

           CALL "CBL_COPY_FILE" USING WS-SNAP-NAME WS-ASOF-NAME
               RETURNING WS-COPY-RC
           END-CALL.
           IF WS-COPY-RC NOT = 0
               DISPLAY "ERREUR : SNAPSHOT " WS-SNAP-NAME
                   " ILLISIBLE - RC " WS-COPY-RC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ASOF_FILE.
           IF WS-ASOF-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-ASOF-NAME
                   " - STATUS " WS-ASOF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CERT_FILE.
           IF WS-CERT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-CERT-NAME
                   " - STATUS " WS-CERT-FILE-STATUS
               CLOSE ASOF_FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-CERTIFICATE-HEAD.
           PERFORM REPLAY-JOURNAL-DAYS.
           PERFORM REBUILD-TRAILER.
           CLOSE ASOF_FILE.
           PERFORM WRITE-CERTIFICATE-FOOT.
           CLOSE CERT_FILE.

           DISPLAY "COPIE A DATE TERMINEE".
           DISPLAY "------------------------------------".
           DISPLAY "FICHIER AU              : " WS-ASOF-DATE.
           DISPLAY "COPIE                   : "
               FUNCTION TRIM(WS-ASOF-NAME).
           DISPLAY "SNAPSHOT DE DEPART      : " WS-SNAP-NAME.
           DISPLAY "JOURS DE JOURNAL REJOUES: " WS-JOURNAL-DAYS.
           DISPLAY "MOUVEMENTS APPLIQUES    : " WS-APPLIED-COUNT.
           DISPLAY "ENREGISTREMENTS AU FINAL: " WS-RECORD-COUNT.
           DISPLAY "CERTIFICAT              : "
               FUNCTION TRIM(WS-CERT-NAME).
           IF WS-JOURNAL-DAYS = 0
               DISPLAY "AUCUN JOURNAL TROUVE : LA COPIE EST LE "
                   "SNAPSHOT TEL QUEL."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       FIND-SNAPSHOT-BEFORE.
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           PERFORM VARYING WS-DX FROM 0 BY 1
                   UNTIL WS-DX >= 400 OR SNAPSHOT-FOUND
               COMPUTE WS-SCAN-INT = WS-ASOF-INT - WS-DX
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE SPACES TO WS-SNAP-NAME
               STRING "DATA." WS-SCAN-DATE DELIMITED BY SIZE
                   INTO WS-SNAP-NAME
               OPEN INPUT PROBE_FILE
               IF WS-PROBE-FILE-STATUS = "00"
                   CLOSE PROBE_FILE
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-SCAN-DATE TO WS-SNAP-DATE
               END-IF
           END-PERFORM.

       WRITE-CERTIFICATE-HEAD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "CERTIFICAT DE RECONSTITUTION DU FICHIER DES PERSONNES"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "FICHIER AU           : " WS-ASOF-DATE
               " A 23:59:59" DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "COPIE PRODUITE       : " WS-ASOF-NAME
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "ETABLI LE            : " WS-TIMESTAMP(1:8)
               " " WS-TIMESTAMP(9:6) " PAR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "SNAPSHOT DE DEPART   : " WS-SNAP-NAME
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
      * The snapshot's own control dataset, when it was taken with
      * the copy, is quoted as found so the starting point ties.
           MOVE SPACES TO WS-SNAP-CTL-NAME
           STRING FUNCTION TRIM(WS-SNAP-NAME) ".ctl"
               DELIMITED BY SIZE INTO WS-SNAP-CTL-NAME
           MOVE SPACES TO CERT-LINE
           OPEN INPUT SNAP_CONTROL
           IF WS-SNAP-CTL-STATUS = "00"
               READ SNAP_CONTROL
                   AT END
                       MOVE "  TOTAUX DU SNAPSHOT : CONTROLE VIDE"
                           TO CERT-LINE
                   NOT AT END
                       STRING "  TOTAUX DU SNAPSHOT : "
                           SCT-COUNT " ENREG., HASH AGE "
                           SCT-HASH ", PROCHAIN NUMERO "
                           SCT-NEXT-ID DELIMITED BY SIZE
                           INTO CERT-LINE
               END-READ
               CLOSE SNAP_CONTROL
           ELSE
               MOVE "  TOTAUX DU SNAPSHOT : PAS DE CONTROLE ASSOCIE"
                   TO CERT-LINE
           END-IF
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "JOURNAUX REJOUES (JOUR PAR JOUR, JUSQU'A LA DATE) :"
               TO CERT-LINE
           WRITE CERT-LINE.

       REPLAY-JOURNAL-DAYS.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE).
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           PERFORM UNTIL WS-SCAN-INT > WS-ASOF-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               PERFORM REPLAY-ONE-DAY
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

       REPLAY-ONE-DAY.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING "JRNL." WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME.
           MOVE 0 TO WS-DAY-APPLIED.
           MOVE 0 TO WS-DAY-SKIPPED.
           MOVE 0 TO WS-DAY-BEYOND.
           MOVE WS-JOURNAL-NAME TO CDL-JOURNAL.
           OPEN INPUT JOURNAL_FILE.
           IF WS-JOURNAL-FILE-STATUS = "00"
               ADD 1 TO WS-JOURNAL-DAYS
               DISPLAY "REJEU DE " WS-JOURNAL-NAME
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ JOURNAL_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF JRN-TIMESTAMP(1:14) > WS-LIMIT-TS
                               ADD 1 TO WS-DAY-BEYOND
                           ELSE
                               PERFORM APPLY-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL_FILE
               MOVE "REJOUE" TO CDL-STATE
           ELSE
               ADD 1 TO WS-ABSENT-DAYS
               MOVE "ABSENT" TO CDL-STATE
           END-IF.
           ADD WS-DAY-APPLIED TO WS-APPLIED-COUNT.
           ADD WS-DAY-SKIPPED TO WS-SKIPPED-COUNT.
           ADD WS-DAY-BEYOND TO WS-BEYOND-COUNT.
           MOVE WS-DAY-APPLIED TO CDL-APPLIED.
           MOVE WS-DAY-SKIPPED TO CDL-SKIPPED.
           MOVE WS-DAY-BEYOND TO CDL-BEYOND.
           WRITE CERT-LINE FROM WS-CERT-DAY-LINE.

       APPLY-ONE-MOVEMENT.
           EVALUATE JRN-ACTION
               WHEN "ADD"
               WHEN "RESTOR"
                   MOVE JRN-AFTER TO FILE_DATA
                   WRITE FILE_DATA
                       INVALID KEY
                           ADD 1 TO WS-DAY-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-DAY-APPLIED
                   END-WRITE
               WHEN "REWRIT"
                   MOVE JRN-AFTER TO FILE_DATA
                   REWRITE FILE_DATA
                       INVALID KEY
                           ADD 1 TO WS-DAY-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-DAY-APPLIED
                   END-REWRITE
               WHEN "DELETE"
                   IF JRN-BEF-PERSON-ID IS NUMERIC
                       MOVE JRN-BEF-PERSON-ID TO PERSON-ID
                       DELETE ASOF_FILE
                           INVALID KEY
                               ADD 1 TO WS-DAY-SKIPPED
                           NOT INVALID KEY
                               ADD 1 TO WS-DAY-APPLIED
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-DAY-SKIPPED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DAY-SKIPPED
           END-EVALUATE.

       REBUILD-TRAILER.
      * The copy gets its own control dataset, computed from its
      * records the way PersonRecover.cbl does : PeopleControl names
      * it after DATA_FILE, which points at the copy for the call
      * only and is then put back as it was.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-MAX-PERSON-ID
           MOVE 1 TO FILE-END
           MOVE 0 TO PERSON-ID
           START ASOF_FILE KEY IS GREATER THAN PERSON-ID
               INVALID KEY
                   MOVE 0 TO FILE-END
           END-START
           PERFORM UNTIL FILE-END = 0
               READ ASOF_FILE NEXT RECORD
                   AT END
                       MOVE 0 TO FILE-END
                   NOT AT END
                       IF TR-KEY NOT = "**TRAILER**"
                           ADD 1 TO WS-RECORD-COUNT
                           ADD AGE TO WS-HASH-TOTAL
                           IF PERSON-ID > WS-MAX-PERSON-ID
                               MOVE PERSON-ID TO WS-MAX-PERSON-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SAVED-DATA-FILE FROM ENVIRONMENT-VALUE
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-ASOF-NAME UPON ENVIRONMENT-VALUE
           MOVE "W" TO WS-CTL-ACTION
           MOVE WS-RECORD-COUNT TO WS-CTL-COUNT
           MOVE WS-HASH-TOTAL TO WS-CTL-HASH
           COMPUTE WS-CTL-NEXT-ID = WS-MAX-PERSON-ID + 1
           CALL "PeopleControl" USING WS-CTL-ACTION WS-CTL-COUNT
               WS-CTL-HASH WS-CTL-NEXT-ID WS-CTL-RESULT
           END-CALL
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME
           IF WS-SAVED-DATA-FILE = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WS-SAVED-DATA-FILE UPON ENVIRONMENT-VALUE
           END-IF
      * No running statistics counters are kept for the copy : the
      * reports take their full-read path over it.
           MOVE SPACES TO WS-CNT-NAME
           STRING FUNCTION TRIM(WS-ASOF-NAME) ".cnt"
               DELIMITED BY SIZE INTO WS-CNT-NAME
           CALL "CBL_DELETE_FILE" USING WS-CNT-NAME
               RETURNING WS-CNT-DELETE-RC
           END-CALL.

       WRITE-CERTIFICATE-FOOT.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "JOURS COUVERTS       : " WS-SNAP-DATE " AU "
               WS-ASOF-DATE " - " WS-JOURNAL-DAYS " REJOUE(S), "
               WS-ABSENT-DAYS " SANS JOURNAL"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "MOUVEMENTS           : " WS-APPLIED-COUNT
               " APPLIQUES, " WS-SKIPPED-COUNT " SANS EFFET, "
               WS-BEYOND-COUNT " POSTERIEURS"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "TOTAUX DE LA COPIE   : " WS-RECORD-COUNT
               " ENREG., HASH AGE " WS-HASH-TOTAL
               ", PROCHAIN NUMERO " WS-CTL-NEXT-ID
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Un jour sans journal est un jour sans saisie ; les "
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "mouvements sans effet sont ceux deja contenus dans "
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "le snapshot, les posterieurs ceux journalises apres "
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "23:59:59 le jour de la date, non repris."
               TO CERT-LINE
           WRITE CERT-LINE.
