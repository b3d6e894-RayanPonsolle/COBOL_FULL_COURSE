      ******************************************************************
      * Name : DsrMaint.cbl
      * Author: RayanPonsolle
      * Desk side of the register of data-subject requests
      * (dsr_register.txt, DsrRegister.cbl) that replaces the desk
      * diary : every request for access, rectification, erasure or
      * objection is keyed here the day it arrives, with who made
      * it, the person it is about, the date received and the
      * operator handling it ; the legal answer date, one month on,
      * is set by the register. The open requests are listed with
      * the days left, the most pressing first.
      * A request is normally closed by the run that answers it -
      * the dossier of DisclosurePack.cbl, Anonymize.cbl, the
      * correction, delete or do-not-contact change of
      * PersonMaint.cbl or ApprovePending.cbl - which offer the
      * person's open requests of that type once done. A request
      * answered some other way (refused, nothing held) is closed
      * here with the answer given, and a withdrawn or mistaken one
      * cancelled ; both need a supervisor. Any operator may hand a
      * request to another. The person is found by number or by
      * name in the people file ; a requester the file does not
      * know is registered under the name alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DsrMaint.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           COPY PERSONREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "DsrMaint".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-CHOICE PIC X VALUE SPACE.
       01  WS-TODAY-YMD PIC 9(8).
       01  WS-DSR-ACTION PIC X(6).
       01  WS-DSR-RESULT PIC X.
           COPY DSRREC.
           COPY DSRLIST.
       01  WS-DX PIC 99.
       01  WS-SWAP-ENTRY PIC X(86).
       01  WS-DAYS-LEFT PIC S9(5).
       01  WS-DAYS-DISPLAY PIC -(4)9.
       01  WS-TYPE-TEXT PIC X(13).
       01  WS-DATE-WORK.
           05 WS-DW-YY PIC 9(4).
           05 WS-DW-MM PIC 9(2).
           05 WS-DW-DD PIC 9(2).
       01  WS-DATE-DISPLAY PIC X(10).
       01  WS-NO-INPUT PIC X(5).
       01  WS-ID-INPUT PIC X(6).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-RECEIVED-DATE PIC 9(8).
       01  WS-TYPE-INPUT PIC X.
       01  WS-NOM-INPUT PIC A(20).
       01  WS-REQUESTER-INPUT PIC X(30).
       01  WS-HANDLER-INPUT PIC X(8).
       01  WS-REASON-INPUT PIC X(30).
       01  WS-CONFIRM PIC X.
       01  WS-SELECTED-ID PIC 9(6).
       01  WS-PERSON-OK PIC X.
           88 PERSON-IS-OK VALUE "Y".
       01  WS-CHAIN-END PIC 9.
       01  WS-HOMONYM-TABLE.
           05 WS-HOM-ID PIC 9(6) OCCURS 10 TIMES.
       01  WS-HOMONYM-TALLY PIC 9(2).
       01  WS-HX PIC 9(2).

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.

           PERFORM UNTIL WS-CHOICE = "Q" OR WS-CHOICE = "q"
               PERFORM SHOW-OPEN-REQUESTS
               DISPLAY "N = nouvelle demande, C = clore, "
                   "X = annuler, R = reaffecter, Q = terminer : "
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE = "Q" OR WS-CHOICE = "q"
                       CONTINUE
                   WHEN WS-CHOICE = "N" OR WS-CHOICE = "n"
                       PERFORM ADD-REQUEST
                   WHEN WS-CHOICE = "C" OR WS-CHOICE = "c"
                       PERFORM CLOSE-BY-HAND
                   WHEN WS-CHOICE = "X" OR WS-CHOICE = "x"
                       PERFORM CANCEL-REQUEST
                   WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                       PERFORM REASSIGN-REQUEST
                   WHEN OTHER
                       DISPLAY "CHOIX INCONNU."
               END-EVALUATE
           END-PERFORM.

           CLOSE DATA_FILE.
           GOBACK.

       SHOW-OPEN-REQUESTS.
      * Every open request, the most pressing first : the list
      * comes back in number order and is shown by due date.
           MOVE SPACES TO DSR-RECORD
           MOVE 0 TO DSR-NO
           MOVE 0 TO DSR-PERSON-ID
           MOVE "LIST" TO WS-DSR-ACTION
           PERFORM CALL-DSR-REGISTER
           PERFORM ORDER-BY-DUE-DATE
           DISPLAY " "
           DISPLAY "DEMANDES OUVERTES (" DSR-OPEN-COUNT ") :"
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > DSR-OPEN-COUNT
               PERFORM SHOW-ONE-REQUEST
           END-PERFORM.

       ORDER-BY-DUE-DATE.
      * At most fifty lines : a plain exchange sort does.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX >= DSR-OPEN-COUNT
               PERFORM VARYING WS-HX FROM WS-DX BY 1
                       UNTIL WS-HX > DSR-OPEN-COUNT
                   IF DSR-OPEN-DUE(WS-HX) < DSR-OPEN-DUE(WS-DX)
                       MOVE DSR-OPEN-ENTRY(WS-DX) TO WS-SWAP-ENTRY
                       MOVE DSR-OPEN-ENTRY(WS-HX)
                           TO DSR-OPEN-ENTRY(WS-DX)
                       MOVE WS-SWAP-ENTRY TO DSR-OPEN-ENTRY(WS-HX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-ONE-REQUEST.
           EVALUATE DSR-OPEN-TYPE(WS-DX)
               WHEN "A"
                   MOVE "ACCES" TO WS-TYPE-TEXT
               WHEN "R"
                   MOVE "RECTIFICATION" TO WS-TYPE-TEXT
               WHEN "E"
                   MOVE "EFFACEMENT" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "OPPOSITION" TO WS-TYPE-TEXT
           END-EVALUATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DSR-OPEN-DUE(WS-DX))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE DSR-OPEN-DUE(WS-DX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DATE-DISPLAY
           STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           DISPLAY "  " DSR-OPEN-NO(WS-DX) " " WS-TYPE-TEXT
               " " DSR-OPEN-PERSON-ID(WS-DX)
               " " DSR-OPEN-NOM(WS-DX)
               " ECHEANCE " WS-DATE-DISPLAY
               " J" WS-DAYS-DISPLAY
               " " DSR-OPEN-HANDLER(WS-DX)
           IF WS-DAYS-LEFT < 0
               DISPLAY "        *** DELAI LEGAL DEPASSE ***"
           END-IF.

       ADD-REQUEST.
           MOVE SPACES TO DSR-RECORD
           MOVE 0 TO DSR-NO
           MOVE 0 TO DSR-RECEIVED-DATE
           MOVE 0 TO DSR-DUE-DATE
           MOVE 0 TO DSR-CLOSED-DATE
           DISPLAY "Type : A = acces, R = rectification, "
               "E = effacement, O = opposition : "
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO DSR-TYPE
           IF NOT DSR-ACCESS AND NOT DSR-RECTIFICATION
               AND NOT DSR-ERASURE AND NOT DSR-OBJECTION
               DISPLAY "TYPE INVALIDE, ABANDON."
           ELSE
               PERFORM FIND-REQUEST-PERSON
               IF PERSON-IS-OK
                   PERFORM KEY-REQUEST-DETAILS
               END-IF
           END-IF.

       FIND-REQUEST-PERSON.
           MOVE "N" TO WS-PERSON-OK
           MOVE 0 TO WS-SELECTED-ID
           DISPLAY "Numero de personne (vide = recherche par nom) : "
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-SELECTED-ID
                   PERFORM READ-BY-PERSON-ID
               ELSE
                   DISPLAY "NUMERO INVALIDE."
               END-IF
           ELSE
               DISPLAY "Nom de la personne concernee : "
               ACCEPT WS-NOM-INPUT
               MOVE FUNCTION TRIM(WS-NOM-INPUT) TO WS-NOM-INPUT
               IF WS-NOM-INPUT = SPACES
                   DISPLAY "NOM A BLANC, ABANDON."
               ELSE
                   PERFORM RESOLVE-NAME
               END-IF
           END-IF.

       READ-BY-PERSON-ID.
           MOVE WS-SELECTED-ID TO PERSON-ID
           READ DATA_FILE KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY "NON TROUVE : NUMERO " WS-SELECTED-ID
               NOT INVALID KEY
                   MOVE PERSON-ID TO DSR-PERSON-ID
                   MOVE NOM TO DSR-NOM
                   DISPLAY "PERSONNE : " NOM " NUMERO " PERSON-ID
                       " VILLE " VILLE
                   MOVE "Y" TO WS-PERSON-OK
           END-READ.

       RESOLVE-NAME.
      * Homonyms are picked by number ; a name the file does not
      * carry is registered as it is, under person number zero.
           MOVE 0 TO WS-HOMONYM-TALLY
           MOVE 0 TO WS-CHAIN-END
           MOVE WS-NOM-INPUT TO NOM
           START DATA_FILE KEY IS = NOM
               INVALID KEY
                   MOVE 1 TO WS-CHAIN-END
           END-START
           PERFORM UNTIL WS-CHAIN-END = 1
               READ DATA_FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CHAIN-END
                   NOT AT END
                       IF NOM NOT = WS-NOM-INPUT
                           MOVE 1 TO WS-CHAIN-END
                       ELSE
                           IF WS-HOMONYM-TALLY < 10
                               ADD 1 TO WS-HOMONYM-TALLY
                               MOVE PERSON-ID
                                   TO WS-HOM-ID(WS-HOMONYM-TALLY)
                               DISPLAY "  NUMERO " PERSON-ID
                                   " AGE " AGE " VILLE " VILLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HOMONYM-TALLY = 0
                   DISPLAY "PERSONNE INCONNUE DU FICHIER. "
                       "ENREGISTRER SOUS LE NOM SEUL ? (O/N) : "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "O" OR WS-CONFIRM = "o"
                       MOVE 0 TO DSR-PERSON-ID
                       MOVE WS-NOM-INPUT TO DSR-NOM
                       MOVE "Y" TO WS-PERSON-OK
                   END-IF
               WHEN WS-HOMONYM-TALLY = 1
                   MOVE WS-HOM-ID(1) TO WS-SELECTED-ID
                   PERFORM READ-BY-PERSON-ID
               WHEN OTHER
                   DISPLAY "Numero de personne : "
                   ACCEPT WS-ID-INPUT
                   IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
                       MOVE FUNCTION NUMVAL(WS-ID-INPUT)
                           TO WS-SELECTED-ID
                       PERFORM VARYING WS-HX FROM 1 BY 1
                               UNTIL WS-HX > WS-HOMONYM-TALLY
                           IF WS-HOM-ID(WS-HX) = WS-SELECTED-ID
                               PERFORM READ-BY-PERSON-ID
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT PERSON-IS-OK
                       DISPLAY "NUMERO HORS LISTE, ABANDON."
                   END-IF
           END-EVALUATE.

       KEY-REQUEST-DETAILS.
           DISPLAY "Demandeur (vide = la personne elle-meme) : "
           ACCEPT WS-REQUESTER-INPUT
           IF WS-REQUESTER-INPUT = SPACES
               MOVE DSR-NOM TO DSR-REQUESTER
           ELSE
               MOVE WS-REQUESTER-INPUT TO DSR-REQUESTER
           END-IF
           DISPLAY "Date de reception AAAAMMJJ (vide = aujourd'hui) : "
           ACCEPT WS-DATE-INPUT
           MOVE WS-TODAY-YMD TO WS-RECEIVED-DATE
           IF WS-DATE-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DATE-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-DATE-INPUT)
                       TO WS-RECEIVED-DATE
               ELSE
                   MOVE 0 TO WS-RECEIVED-DATE
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-DATE) NOT = 0
               OR WS-RECEIVED-DATE > WS-TODAY-YMD
               DISPLAY "DATE DE RECEPTION INVALIDE, ABANDON."
           ELSE
               MOVE WS-RECEIVED-DATE TO DSR-RECEIVED-DATE
               DISPLAY "Operateur charge (vide = " WS-OPERATOR-ID
                   ") : "
               ACCEPT WS-HANDLER-INPUT
               MOVE WS-HANDLER-INPUT TO DSR-HANDLER-ID
               MOVE "ADD" TO WS-DSR-ACTION
               PERFORM CALL-DSR-REGISTER
               IF WS-DSR-RESULT = "Y"
                   MOVE DSR-DUE-DATE TO WS-DATE-WORK
                   MOVE SPACES TO WS-DATE-DISPLAY
                   STRING WS-DW-DD "/" WS-DW-MM "/" WS-DW-YY
                       DELIMITED BY SIZE INTO WS-DATE-DISPLAY
                   DISPLAY "DEMANDE " DSR-NO " ENREGISTREE, "
                       "A TRAITER AVANT LE " WS-DATE-DISPLAY
               ELSE
                   DISPLAY "DEMANDE NON ENREGISTREE."
               END-IF
           END-IF.

       CLOSE-BY-HAND.
           IF WS-SIGNON-RESULT = "A"
               DISPLAY "CLOTURE MANUELLE : NIVEAU SUPERVISEUR REQUIS."
           ELSE
               PERFORM GET-REQUEST-NO
               IF DSR-NO > 0
                   DISPLAY "Reponse apportee (obligatoire) : "
                   ACCEPT WS-REASON-INPUT
                   IF WS-REASON-INPUT = SPACES
                       DISPLAY "REPONSE OBLIGATOIRE, ABANDON."
                   ELSE
                       MOVE WS-REASON-INPUT TO DSR-REASON
                       MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
                       MOVE "CLOSE" TO WS-DSR-ACTION
                       PERFORM CALL-DSR-REGISTER
                       IF WS-DSR-RESULT = "Y"
                           DISPLAY "DEMANDE " DSR-NO " CLOSE."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CANCEL-REQUEST.
           IF WS-SIGNON-RESULT = "A"
               DISPLAY "ANNULATION : NIVEAU SUPERVISEUR REQUIS."
           ELSE
               PERFORM GET-REQUEST-NO
               IF DSR-NO > 0
                   DISPLAY "Motif de l'annulation (obligatoire) : "
                   ACCEPT WS-REASON-INPUT
                   IF WS-REASON-INPUT = SPACES
                       DISPLAY "MOTIF OBLIGATOIRE, ABANDON."
                   ELSE
                       MOVE WS-REASON-INPUT TO DSR-REASON
                       MOVE WS-PROGRAM-NAME TO DSR-CLOSED-PROGRAM
                       MOVE "CANCEL" TO WS-DSR-ACTION
                       PERFORM CALL-DSR-REGISTER
                       IF WS-DSR-RESULT = "Y"
                           DISPLAY "DEMANDE " DSR-NO " ANNULEE."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REASSIGN-REQUEST.
           PERFORM GET-REQUEST-NO
           IF DSR-NO > 0
               DISPLAY "Nouvel operateur charge : "
               ACCEPT WS-HANDLER-INPUT
               IF WS-HANDLER-INPUT = SPACES
                   DISPLAY "OPERATEUR A BLANC, ABANDON."
               ELSE
                   MOVE WS-HANDLER-INPUT TO DSR-HANDLER-ID
                   MOVE "ASSIGN" TO WS-DSR-ACTION
                   PERFORM CALL-DSR-REGISTER
                   IF WS-DSR-RESULT = "Y"
                       DISPLAY "DEMANDE " DSR-NO " CONFIEE A "
                           WS-HANDLER-INPUT
                   END-IF
               END-IF
           END-IF.

       GET-REQUEST-NO.
           MOVE SPACES TO DSR-RECORD
           MOVE 0 TO DSR-NO
           MOVE 0 TO DSR-PERSON-ID
           DISPLAY "Numero de la demande : "
           ACCEPT WS-NO-INPUT
           IF WS-NO-INPUT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NO-INPUT) = 0
               MOVE FUNCTION NUMVAL(WS-NO-INPUT) TO DSR-NO
           ELSE
               DISPLAY "NUMERO INVALIDE."
           END-IF.

       CALL-DSR-REGISTER.
           CALL "DsrRegister" USING WS-DSR-ACTION DSR-RECORD
               DSR-OPEN-LIST WS-OPERATOR-ID WS-DSR-RESULT
           END-CALL.
