      ******************************************************************
      * Name : RelationMaint.cbl
      * Author: RayanPonsolle
      * Legal-representative screen for one person, CALLed from
      * PersonMaint.cbl (option R) with the person pulled up there.
      * Lists who represents the person in relations.dat
      * (RELATREC.cpy) - parent, tuteur or curateur, with the dates
      * and whether the link is active today - and whom the person
      * represents. A supervisor adds a representative by person
      * number (the number must be on file and neither deceased nor
      * departed) or ends a link at a date ; the link is never
      * deleted, so the history of who answered for whom stays on
      * file. A link ended earlier and keyed again is reopened.
      * Adding and ending are audited (RELADD / RELFIN) under the
      * represented person's name, the representative's name in the
      * after-VILLE column. The file is created on the first
      * link.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelationMaint.

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

           SELECT RELATION_FILE ASSIGN TO "relations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-KEY
           FILE STATUS IS WS-RELATION-FILE-STATUS.

           SELECT AUDIT_LOG ASSIGN TO "audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.

       FD  RELATION_FILE.
           COPY RELATREC.

       FD  AUDIT_LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-RELATION-FILE-STATUS PIC XX.
       01  WS-AUDIT-FILE-STATUS PIC XX.
       01  WS-TIMESTAMP PIC X(15).
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-CHOICE PIC X.
       01  WS-CHAIN-END PIC 9.
       01  WS-ID-INPUT PIC X(6).
       01  WS-REP-ID PIC 9(6).
       01  WS-TYPE-INPUT PIC X.
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-OK PIC X.
           88 DATE-IS-OK VALUE "Y".
       01  WS-KEYED-DATE PIC 9(8).
       01  WS-START-DATE PIC 9(8).
       01  WS-END-DATE PIC 9(8).
       01  WS-PICK PIC 9(2).
       01  WS-REP-NOM PIC A(20).
       01  WS-REP-STATUT PIC X.
       01  WS-REP-FOUND PIC X.
           88 REP-ON-FILE VALUE "Y".
       01  WS-TYPE-LABEL PIC X(8).
       01  WS-STATE-LABEL PIC X(7).
       01  WS-SHOWN PIC 9(4).
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 20 TIMES.
               10 WS-LK-REP-ID PIC 9(6).
               10 WS-LK-START-DATE PIC 9(8).
               10 WS-LK-END-DATE PIC 9(8).
       01  WS-LINK-TALLY PIC 9(2) VALUE 0.
       01  WS-AUDIT-ACTION PIC X(6).

       LINKAGE SECTION.
       01  LK-PERSON-ID PIC 9(6).
       01  LK-PERSON-NOM PIC A(20).
       01  LK-OPERATOR-ID PIC X(8).
       01  LK-SIGNON-RESULT PIC X.

       PROCEDURE DIVISION USING LK-PERSON-ID LK-PERSON-NOM
               LK-OPERATOR-ID LK-SIGNON-RESULT.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE SPACE TO WS-CHOICE.

           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DATA-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DATA-FILENAME = SPACES
               MOVE "data.txt" TO WS-DATA-FILENAME
           END-IF.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE " WS-DATA-FILENAME
                   " - STATUS " WS-DATA-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RELATION_FILE.
           IF WS-RELATION-FILE-STATUS = "35"
               OPEN OUTPUT RELATION_FILE
               CLOSE RELATION_FILE
               OPEN I-O RELATION_FILE
           END-IF.
           IF WS-RELATION-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE relations.dat - STATUS "
                   WS-RELATION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE DATA_FILE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-CHOICE = "Q" OR WS-CHOICE = "q"
               PERFORM SHOW-LINKS
               DISPLAY "A = ajouter un representant, F = mettre fin "
                   "a un lien, Q = terminer : "
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE = "Q" OR WS-CHOICE = "q"
                       CONTINUE
                   WHEN WS-CHOICE = "A" OR WS-CHOICE = "a"
                       IF LK-SIGNON-RESULT = "A"
                           DISPLAY "REPRESENTANTS : RESERVE AUX "
                               "SUPERVISEURS."
                       ELSE
                           PERFORM ADD-LINK
                       END-IF
                   WHEN WS-CHOICE = "F" OR WS-CHOICE = "f"
                       IF LK-SIGNON-RESULT = "A"
                           DISPLAY "REPRESENTANTS : RESERVE AUX "
                               "SUPERVISEURS."
                       ELSE
                           PERFORM END-LINK
                       END-IF
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE."
               END-EVALUATE
           END-PERFORM.

           CLOSE RELATION_FILE.
           CLOSE DATA_FILE.
           GOBACK.

       SHOW-LINKS.
      * Representatives of the person first, numbered for F ; then
      * the people this person answers for, by a full pass since the
      * file is keyed on the represented person.
           DISPLAY " "
           DISPLAY "REPRESENTANTS DE " LK-PERSON-NOM
               " (NUMERO " LK-PERSON-ID ") :"
           MOVE 0 TO WS-LINK-TALLY
           MOVE 0 TO WS-CHAIN-END
           MOVE LK-PERSON-ID TO REL-PERSON-ID
           MOVE 0 TO REL-REP-ID
           START RELATION_FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ RELATION_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF REL-PERSON-ID NOT = LK-PERSON-ID
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           IF WS-LINK-TALLY < 20
                               ADD 1 TO WS-LINK-TALLY
                               MOVE REL-REP-ID
                                   TO WS-LK-REP-ID(WS-LINK-TALLY)
                               MOVE REL-START-DATE
                                   TO WS-LK-START-DATE(WS-LINK-TALLY)
                               MOVE REL-END-DATE
                                   TO WS-LK-END-DATE(WS-LINK-TALLY)
                               MOVE REL-REP-ID TO WS-REP-ID
                               PERFORM READ-REPRESENTATIVE
                               PERFORM SET-LINK-LABELS
                               DISPLAY "  " WS-LINK-TALLY ". "
                                   WS-TYPE-LABEL " " WS-REP-NOM
                                   " NUMERO " REL-REP-ID
                                   " DU " REL-START-DATE
                                   " AU " REL-END-DATE
                                   " " WS-STATE-LABEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINK-TALLY = 0
               DISPLAY "  (AUCUN REPRESENTANT)"
           END-IF

           MOVE 0 TO WS-SHOWN
           MOVE 0 TO WS-CHAIN-END
           MOVE LOW-VALUES TO REL-KEY
           START RELATION_FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ RELATION_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF REL-REP-ID = LK-PERSON-ID
                           IF WS-SHOWN = 0
                               DISPLAY "REPRESENTANT DE :"
                           END-IF
                           ADD 1 TO WS-SHOWN
                           MOVE REL-PERSON-ID TO WS-REP-ID
                           PERFORM READ-REPRESENTATIVE
                           PERFORM SET-LINK-LABELS
                           DISPLAY "     " WS-TYPE-LABEL " DE "
                               WS-REP-NOM " NUMERO " REL-PERSON-ID
                               " " WS-STATE-LABEL
                       END-IF
               END-READ
           END-PERFORM.

       SET-LINK-LABELS.
           EVALUATE REL-TYPE
               WHEN "P"
                   MOVE "PARENT" TO WS-TYPE-LABEL
               WHEN "T"
                   MOVE "TUTEUR" TO WS-TYPE-LABEL
               WHEN "C"
                   MOVE "CURATEUR" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE "?" TO WS-TYPE-LABEL
           END-EVALUATE
           IF REL-START-DATE <= WS-TODAY-YMD
               AND (REL-END-DATE = 0 OR REL-END-DATE >= WS-TODAY-YMD)
               MOVE "ACTIF" TO WS-STATE-LABEL
           ELSE
               IF REL-START-DATE > WS-TODAY-YMD
                   MOVE "A VENIR" TO WS-STATE-LABEL
               ELSE
                   MOVE "TERMINE" TO WS-STATE-LABEL
               END-IF
           END-IF.

       READ-REPRESENTATIVE.
           MOVE "N" TO WS-REP-FOUND
           MOVE SPACES TO WS-REP-NOM
           MOVE SPACE TO WS-REP-STATUT
           MOVE WS-REP-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   MOVE "(INTROUVABLE)" TO WS-REP-NOM
               NOT INVALID KEY
                   MOVE "Y" TO WS-REP-FOUND
                   MOVE NOM TO WS-REP-NOM
                   MOVE STATUT TO WS-REP-STATUT
           END-READ.

       ADD-LINK.
           DISPLAY "Numero de personne du representant : "
           ACCEPT WS-ID-INPUT
           IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) NOT = 0
               DISPLAY "NUMERO INVALIDE."
           ELSE
               MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-REP-ID
               PERFORM READ-REPRESENTATIVE
               EVALUATE TRUE
                   WHEN WS-REP-ID = LK-PERSON-ID
                       DISPLAY "UNE PERSONNE NE SE REPRESENTE PAS "
                           "ELLE-MEME."
                   WHEN NOT REP-ON-FILE
                       DISPLAY "NON TROUVE : NUMERO " WS-REP-ID
                   WHEN WS-REP-STATUT = "D" OR WS-REP-STATUT = "P"
                       DISPLAY "REPRESENTANT DECEDE OU PARTI : "
                           WS-REP-NOM
                   WHEN OTHER
                       PERFORM ADD-LINK-DETAILS
               END-EVALUATE
           END-IF.

       ADD-LINK-DETAILS.
           DISPLAY "Representant : " WS-REP-NOM " NUMERO " WS-REP-ID
           DISPLAY "Lien (P = parent, T = tuteur, C = curateur) : "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT NOT = "P" AND WS-TYPE-INPUT NOT = "T"
               AND WS-TYPE-INPUT NOT = "C"
               DISPLAY "TYPE DE LIEN INVALIDE, ABANDON."
           ELSE
               DISPLAY "Debut (AAAAMMJJ, vide = aujourd'hui) : "
               PERFORM GET-KEYED-DATE
               MOVE WS-KEYED-DATE TO WS-START-DATE
               IF DATE-IS-OK
                   DISPLAY "Fin (AAAAMMJJ, vide = sans fin) : "
                   PERFORM GET-KEYED-DATE
                   IF WS-DATE-INPUT = SPACES
                       MOVE 0 TO WS-END-DATE
                   ELSE
                       MOVE WS-KEYED-DATE TO WS-END-DATE
                   END-IF
               END-IF
               IF DATE-IS-OK AND WS-END-DATE NOT = 0
                   AND WS-END-DATE < WS-START-DATE
                   DISPLAY "FIN AVANT LE DEBUT."
                   MOVE "N" TO WS-DATE-OK
               END-IF
               IF NOT DATE-IS-OK
                   DISPLAY "LIEN NON ENREGISTRE."
               ELSE
                   PERFORM WRITE-LINK
               END-IF
           END-IF.

       WRITE-LINK.
      * The pair is the key : a link ended earlier is reopened with
      * the new type and dates, a link still running is left alone.
           MOVE LK-PERSON-ID TO REL-PERSON-ID
           MOVE WS-REP-ID TO REL-REP-ID
           READ RELATION_FILE
               KEY IS REL-KEY
               INVALID KEY
                   MOVE WS-TYPE-INPUT TO REL-TYPE
                   MOVE WS-START-DATE TO REL-START-DATE
                   MOVE WS-END-DATE TO REL-END-DATE
                   MOVE WS-TODAY-YMD TO REL-ENTRY-DATE
                   MOVE LK-OPERATOR-ID TO REL-OPERATOR
                   WRITE RELATION-RECORD
                       INVALID KEY
                           DISPLAY "ERREUR ECRITURE relations.dat - "
                               "STATUS " WS-RELATION-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "REPRESENTANT AJOUTE."
                           MOVE "RELADD" TO WS-AUDIT-ACTION
                           PERFORM WRITE-RELATION-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   IF REL-END-DATE = 0
                       OR REL-END-DATE >= WS-TODAY-YMD
                       DISPLAY "LIEN DEJA EN COURS AVEC CE "
                           "REPRESENTANT."
                   ELSE
                       MOVE WS-TYPE-INPUT TO REL-TYPE
                       MOVE WS-START-DATE TO REL-START-DATE
                       MOVE WS-END-DATE TO REL-END-DATE
                       MOVE WS-TODAY-YMD TO REL-ENTRY-DATE
                       MOVE LK-OPERATOR-ID TO REL-OPERATOR
                       REWRITE RELATION-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR "
                                   "relations.dat - STATUS "
                                   WS-RELATION-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "LIEN REOUVERT."
                               MOVE "RELADD" TO WS-AUDIT-ACTION
                               PERFORM WRITE-RELATION-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

       END-LINK.
           IF WS-LINK-TALLY = 0
               DISPLAY "AUCUN LIEN A TERMINER."
           ELSE
               DISPLAY "Numero de ligne : "
               ACCEPT WS-ID-INPUT
               IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) NOT = 0
                   DISPLAY "NUMERO INVALIDE."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-PICK
                   IF WS-PICK < 1 OR WS-PICK > WS-LINK-TALLY
                       DISPLAY "NUMERO INVALIDE."
                   ELSE
                       PERFORM END-PICKED-LINK
                   END-IF
               END-IF
           END-IF.

       END-PICKED-LINK.
           DISPLAY "Fin du lien (AAAAMMJJ, vide = aujourd'hui) : "
           PERFORM GET-KEYED-DATE
           IF DATE-IS-OK
               AND WS-KEYED-DATE < WS-LK-START-DATE(WS-PICK)
               DISPLAY "FIN AVANT LE DEBUT."
               MOVE "N" TO WS-DATE-OK
           END-IF
           IF DATE-IS-OK
               MOVE WS-LK-REP-ID(WS-PICK) TO WS-REP-ID
               PERFORM READ-REPRESENTATIVE
               MOVE LK-PERSON-ID TO REL-PERSON-ID
               MOVE WS-LK-REP-ID(WS-PICK) TO REL-REP-ID
               READ RELATION_FILE
                   KEY IS REL-KEY
                   INVALID KEY
                       DISPLAY "LIEN INTROUVABLE."
                   NOT INVALID KEY
                       MOVE WS-KEYED-DATE TO REL-END-DATE
                       MOVE LK-OPERATOR-ID TO REL-OPERATOR
                       REWRITE RELATION-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR "
                                   "relations.dat - STATUS "
                                   WS-RELATION-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "LIEN TERMINE AU "
                                   WS-KEYED-DATE
                               MOVE "RELFIN" TO WS-AUDIT-ACTION
                               PERFORM WRITE-RELATION-AUDIT
                       END-REWRITE
               END-READ
           ELSE
               DISPLAY "LIEN INCHANGE."
           END-IF.

       GET-KEYED-DATE.
      * Blank gives today ; otherwise a real calendar date.
           MOVE "Y" TO WS-DATE-OK
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-YMD TO WS-KEYED-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DATE-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-DATE-INPUT)
                       TO WS-KEYED-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-KEYED-DATE)
                       NOT = 0
                       DISPLAY "DATE INVALIDE."
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               ELSE
                   DISPLAY "DATE INVALIDE."
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.

       WRITE-RELATION-AUDIT.
      * Opened per record : the calling PersonMaint session hands the
      * log over for the time of the call.
           OPEN EXTEND AUDIT_LOG
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT_LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE audit.log - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE LK-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE SPACES TO AUD-CHECKER-ID
               MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE LK-PERSON-NOM TO AUD-NOM
               MOVE 0 TO AUD-BEFORE-AGE
               MOVE SPACES TO AUD-BEFORE-VILLE
               MOVE 0 TO AUD-AFTER-AGE
               MOVE WS-REP-NOM TO AUD-AFTER-VILLE
               MOVE SPACES TO AUD-TX-REF
               CALL "AuditChain" USING AUDIT-RECORD
               END-CALL
               WRITE AUDIT-RECORD
               CLOSE AUDIT_LOG
           END-IF.
