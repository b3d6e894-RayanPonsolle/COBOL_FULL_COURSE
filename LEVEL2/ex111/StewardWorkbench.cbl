      ******************************************************************
      * Name : StewardWorkbench.cbl
      * Author: RayanPonsolle
      * The data steward's single desk over the six correction
      * queues - suspense.txt, steward_queue.txt, pending_changes.txt,
      * pending_rejects.txt, transaction_rejects.txt and the name
      * clusters of NameDupReport.cbl - instead of one program per
      * queue and none for half of them. StewardQueues.cbl brings the
      * register steward_register.txt (STWDREC.cpy) up to date, then
      * every open item is listed in one numbered list with its
      * queue, its age in days and the person concerned ; the list
      * can be narrowed to the operator's own items or the
      * unassigned ones.
      * A supervisor assigns an item to an active operator (or takes
      * the assignment back). Treating an item opens the screen that
      * resolves it - SuspenseRework.cbl for the suspense queue,
      * ApprovePending.cbl for a correction awaiting approval,
      * PersonMerge.cbl for a name cluster, FileWrite.cbl for a
      * rejected overnight ADD and PersonMaint.cbl for the rest - and
      * takes an unassigned item on for the operator. On return the
      * queues are scanned again and every item that left its queue
      * meanwhile is closed in the operator's name. The queues no
      * program empties (the city findings, the rejected corrections
      * and transactions) are closed here by the steward once the
      * record is put right. A regular operator works only the items
      * given to them or to no one.
      * StewardReport.cbl prints the weekly backlog and turnaround.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StewardWorkbench.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER_FILE ASSIGN TO "steward_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT KEEP_FILE ASSIGN TO "steward_register.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER_FILE.
           COPY STWDREC.

       FD  KEEP_FILE.
       01  KEEP_RECORD PIC X(160).

       FD  OPERATOR_FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-KEEP-FILE-STATUS PIC XX.
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-REGISTER-NAME PIC X(24) VALUE "steward_register.txt".
       01  WS-KEEP-NAME PIC X(24) VALUE "steward_register.tmp".
       01  WS-COPY-RC PIC 9(9) COMP-5.
       01  WS-DELETE-RC PIC 9(9) COMP-5.
       01  FILE-END PIC 9.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROGRAM-NAME PIC X(20) VALUE "StewardWorkbench".
       01  WS-SIGNON-RESULT PIC X.
       01  WS-SUPERVISOR PIC X VALUE "N".
           88 IS-SUPERVISOR VALUE "Y".
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-INT PIC 9(7).
       01  WS-CHOICE PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-PAUSE PIC X.

      * StewardQueues.cbl parameters.
       01  WS-CLOSER-ID PIC X(8).
       01  WS-CLOSE-HOW PIC X.
       01  WS-NEW-COUNT PIC 9(5).
       01  WS-CLOSED-COUNT PIC 9(5).
       01  WS-SCAN-RESULT PIC X.

      * The register in memory.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
               10 WS-IT-RECORD.
                   15 WS-IT-NO PIC 9(6).
                   15 WS-IT-QUEUE PIC X(4).
                   15 WS-IT-KEY PIC X(50).
                   15 WS-IT-PERSON PIC X(20).
                   15 WS-IT-DETAIL PIC X(30).
                   15 WS-IT-OPENED PIC 9(8).
                   15 WS-IT-STATUS PIC X.
                   15 WS-IT-ASSIGNED-TO PIC X(8).
                   15 WS-IT-ASSIGNED-BY PIC X(8).
                   15 WS-IT-ASSIGNED-ON PIC 9(8).
                   15 WS-IT-CLOSED-BY PIC X(8).
                   15 WS-IT-CLOSED-ON PIC 9(8).
                   15 WS-IT-CLOSE-HOW PIC X.
       01  WS-ITEM-TALLY PIC 9(4) VALUE 0.
       01  WS-IX PIC 9(4).
       01  WS-FOUND-IX PIC 9(4).
       01  WS-ITEM-INPUT PIC X(6).
       01  WS-ITEM-NO PIC 9(6).
       01  WS-ASSIGN-INPUT PIC X(8).

      * Listing.
       01  WS-LIST-FILTER PIC X.
       01  WS-LIST-TITLE PIC X(30).
       01  WS-LISTED PIC 9(4).
       01  WS-PAGE-LINES PIC 9(2).
       01  WS-STOP-LIST PIC X.
       01  WS-AGE-DAYS PIC 9(5).
       01  WS-AGE-DISPLAY PIC ZZZZ9.
       01  WS-ASSIGNED-DISPLAY PIC X(12).
       01  WS-QUEUE-COUNTS.
           05 WS-QC-SUSP PIC 9(4).
           05 WS-QC-CITY PIC 9(4).
           05 WS-QC-PEND PIC 9(4).
           05 WS-QC-PREJ PIC 9(4).
           05 WS-QC-TREJ PIC 9(4).
           05 WS-QC-DUPN PIC 9(4).
       01  WS-OPEN-TOTAL PIC 9(4).

      * The resolving screen.
       01  WS-PROG-NAME PIC X(20).
       01  WS-STEP-RC PIC S9(4).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "INCONNU" TO WS-OPERATOR-ID
           END-IF.

           CALL "OperSignon" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-SIGNON-RESULT.
           EVALUATE WS-SIGNON-RESULT
               WHEN "R"
                   DISPLAY "ACCES REFUSE POUR " WS-OPERATOR-ID
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN "S"
               WHEN "L"
                   MOVE "Y" TO WS-SUPERVISOR
               WHEN OTHER
                   MOVE "N" TO WS-SUPERVISOR
           END-EVALUATE.

           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF.

           CALL "BusinessDate" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           MOVE SPACES TO WS-CLOSER-ID.
           MOVE "Q" TO WS-CLOSE-HOW.
           PERFORM REFRESH-REGISTER.
           IF WS-SCAN-RESULT = "N"
               DISPLAY "ATELIER INDISPONIBLE : REGISTRE ILLISIBLE."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY WS-NEW-COUNT " NOUVEAU(X) DOSSIER(S), "
               WS-CLOSED-COUNT " SORTI(S) DE LEUR FILE DEPUIS LE "
               "DERNIER PASSAGE.".

           MOVE "T" TO WS-LIST-FILTER.
           PERFORM LIST-ITEMS.

           PERFORM UNTIL WS-CHOICE = "Q" OR WS-CHOICE = "q"
               PERFORM PRINT-MENU
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE = "L" OR WS-CHOICE = "l"
                       MOVE "T" TO WS-LIST-FILTER
                       PERFORM LIST-ITEMS
                   WHEN WS-CHOICE = "M" OR WS-CHOICE = "m"
                       MOVE "M" TO WS-LIST-FILTER
                       PERFORM LIST-ITEMS
                   WHEN WS-CHOICE = "N" OR WS-CHOICE = "n"
                       MOVE "N" TO WS-LIST-FILTER
                       PERFORM LIST-ITEMS
                   WHEN WS-CHOICE = "A" OR WS-CHOICE = "a"
                       PERFORM ASSIGN-ITEM
                   WHEN WS-CHOICE = "T" OR WS-CHOICE = "t"
                       PERFORM TREAT-ITEM
                   WHEN WS-CHOICE = "C" OR WS-CHOICE = "c"
                       PERFORM CLOSE-ITEM
                   WHEN WS-CHOICE = "Q" OR WS-CHOICE = "q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CHOIX INVALIDE."
               END-EVALUATE
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       PRINT-MENU.
           DISPLAY "==============================".
           DISPLAY "ATELIER DU GESTIONNAIRE DE DONNEES".
           DISPLAY "L. TOUS LES DOSSIERS OUVERTS".
           DISPLAY "M. MES DOSSIERS".
           DISPLAY "N. DOSSIERS NON ATTRIBUES".
           IF IS-SUPERVISOR
               DISPLAY "A. ATTRIBUER UN DOSSIER"
           END-IF.
           DISPLAY "T. TRAITER UN DOSSIER".
           DISPLAY "C. CLORE UN DOSSIER CORRIGE".
           DISPLAY "Q. QUITTER".
           DISPLAY "==============================".
           DISPLAY "Votre choix : ".

       REFRESH-REGISTER.
           CALL "StewardQueues" USING WS-CLOSER-ID WS-CLOSE-HOW
               WS-NEW-COUNT WS-CLOSED-COUNT WS-SCAN-RESULT
           END-CALL
           CANCEL "StewardQueues"
           IF WS-SCAN-RESULT = "P"
               DISPLAY "REGISTRE PLEIN : DES LIGNES DE FILE N'ONT PAS "
                   "PU ETRE ENREGISTREES."
           END-IF
           IF WS-SCAN-RESULT NOT = "N"
               PERFORM LOAD-REGISTER
           END-IF.

       LOAD-REGISTER.
           MOVE 0 TO WS-ITEM-TALLY
           OPEN INPUT REGISTER_FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE 1 TO FILE-END
               PERFORM UNTIL FILE-END = 0
                   READ REGISTER_FILE
                       AT END
                           MOVE 0 TO FILE-END
                       NOT AT END
                           IF WS-ITEM-TALLY < 3000
                               ADD 1 TO WS-ITEM-TALLY
                               MOVE STEWARD-ITEM
                                   TO WS-IT-RECORD(WS-ITEM-TALLY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER_FILE
           ELSE
               IF WS-REGISTER-FILE-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE steward_register.txt - "
                       "STATUS " WS-REGISTER-FILE-STATUS
                   MOVE "N" TO WS-SCAN-RESULT
               END-IF
           END-IF.

       SAVE-REGISTER.
           OPEN OUTPUT KEEP_FILE
           IF WS-KEEP-FILE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE steward_register.tmp - STATUS "
                   WS-KEEP-FILE-STATUS
           ELSE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-ITEM-TALLY
                   MOVE WS-IT-RECORD(WS-IX) TO KEEP_RECORD
                   WRITE KEEP_RECORD
               END-PERFORM
               CLOSE KEEP_FILE
               CALL "CBL_COPY_FILE" USING WS-KEEP-NAME WS-REGISTER-NAME
                   RETURNING WS-COPY-RC
               END-CALL
               IF WS-COPY-RC NOT = 0
                   DISPLAY "ERREUR REECRITURE steward_register.txt - "
                       "RC " WS-COPY-RC
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                       RETURNING WS-DELETE-RC
                   END-CALL
               END-IF
           END-IF.

       LIST-ITEMS.
           EVALUATE WS-LIST-FILTER
               WHEN "M"
                   MOVE "MES DOSSIERS" TO WS-LIST-TITLE
               WHEN "N"
                   MOVE "DOSSIERS NON ATTRIBUES" TO WS-LIST-TITLE
               WHEN OTHER
                   MOVE "TOUS LES DOSSIERS OUVERTS" TO WS-LIST-TITLE
           END-EVALUATE
           PERFORM COUNT-OPEN-ITEMS
           DISPLAY "=============================================="
           DISPLAY WS-LIST-TITLE " - DATE " WS-BUSINESS-DATE
           DISPLAY "EN COURS : " WS-OPEN-TOTAL
               "  SUSPENS " WS-QC-SUSP "  VILLES " WS-QC-CITY
               "  A VALIDER " WS-QC-PEND
           DISPLAY "           CORRECTIONS REFUSEES " WS-QC-PREJ
               "  TRANSACTIONS REJETEES " WS-QC-TREJ
               "  DOUBLONS " WS-QC-DUPN
           DISPLAY "NO     FILE  AGE(J) PERSONNE             "
               "MOTIF                          ATTRIBUE A"
           MOVE 0 TO WS-LISTED WS-PAGE-LINES
           MOVE "N" TO WS-STOP-LIST
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY OR WS-STOP-LIST = "Y"
               IF WS-IT-STATUS(WS-IX) = "O"
                   EVALUATE TRUE
                       WHEN WS-LIST-FILTER = "M"
                           AND WS-IT-ASSIGNED-TO(WS-IX)
                               NOT = WS-OPERATOR-ID
                           CONTINUE
                       WHEN WS-LIST-FILTER = "N"
                           AND WS-IT-ASSIGNED-TO(WS-IX) NOT = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM DISPLAY-ITEM-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "AUCUN DOSSIER."
           END-IF.

       COUNT-OPEN-ITEMS.
           INITIALIZE WS-QUEUE-COUNTS
           MOVE 0 TO WS-OPEN-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY
               IF WS-IT-STATUS(WS-IX) = "O"
                   ADD 1 TO WS-OPEN-TOTAL
                   EVALUATE WS-IT-QUEUE(WS-IX)
                       WHEN "SUSP"
                           ADD 1 TO WS-QC-SUSP
                       WHEN "CITY"
                           ADD 1 TO WS-QC-CITY
                       WHEN "PEND"
                           ADD 1 TO WS-QC-PEND
                       WHEN "PREJ"
                           ADD 1 TO WS-QC-PREJ
                       WHEN "TREJ"
                           ADD 1 TO WS-QC-TREJ
                       WHEN "DUPN"
                           ADD 1 TO WS-QC-DUPN
                   END-EVALUATE
               END-IF
           END-PERFORM.

       DISPLAY-ITEM-LINE.
           ADD 1 TO WS-LISTED
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-IT-OPENED(WS-IX))
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           IF WS-IT-ASSIGNED-TO(WS-IX) = SPACES
               MOVE "-" TO WS-ASSIGNED-DISPLAY
           ELSE
               MOVE WS-IT-ASSIGNED-TO(WS-IX) TO WS-ASSIGNED-DISPLAY
           END-IF
           DISPLAY WS-IT-NO(WS-IX) " " WS-IT-QUEUE(WS-IX) "  "
               WS-AGE-DISPLAY "  " WS-IT-PERSON(WS-IX) " "
               WS-IT-DETAIL(WS-IX) " " WS-ASSIGNED-DISPLAY
           ADD 1 TO WS-PAGE-LINES
           IF WS-PAGE-LINES >= 20
               MOVE 0 TO WS-PAGE-LINES
               DISPLAY "-- Entree pour la suite, Q pour arreter : "
               MOVE SPACE TO WS-PAUSE
               ACCEPT WS-PAUSE
               IF WS-PAUSE = "Q" OR WS-PAUSE = "q"
                   MOVE "Y" TO WS-STOP-LIST
               END-IF
           END-IF.

       ASK-ITEM.
      * Leaves WS-FOUND-IX on the open item keyed, zero if none.
           MOVE 0 TO WS-FOUND-IX
           DISPLAY "Numero du dossier : "
           MOVE SPACES TO WS-ITEM-INPUT
           ACCEPT WS-ITEM-INPUT
           IF WS-ITEM-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ITEM-INPUT) NOT = 0
               DISPLAY "NUMERO INVALIDE."
           ELSE
               MOVE FUNCTION NUMVAL(WS-ITEM-INPUT) TO WS-ITEM-NO
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-ITEM-TALLY OR WS-FOUND-IX > 0
                   IF WS-IT-NO(WS-IX) = WS-ITEM-NO
                       AND WS-IT-STATUS(WS-IX) = "O"
                       MOVE WS-IX TO WS-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IX = 0
                   DISPLAY "AUCUN DOSSIER OUVERT NUMERO " WS-ITEM-NO
               ELSE
                   DISPLAY "DOSSIER " WS-IT-NO(WS-FOUND-IX) " "
                       WS-IT-QUEUE(WS-FOUND-IX) " "
                       WS-IT-PERSON(WS-FOUND-IX) " "
                       WS-IT-DETAIL(WS-FOUND-IX)
               END-IF
           END-IF.

       CHECK-ITEM-OWNER.
      * A regular operator works their own items and unassigned ones.
           IF WS-FOUND-IX > 0 AND NOT IS-SUPERVISOR
               AND WS-IT-ASSIGNED-TO(WS-FOUND-IX) NOT = SPACES
               AND WS-IT-ASSIGNED-TO(WS-FOUND-IX) NOT = WS-OPERATOR-ID
               DISPLAY "DOSSIER ATTRIBUE A "
                   WS-IT-ASSIGNED-TO(WS-FOUND-IX)
               MOVE 0 TO WS-FOUND-IX
           END-IF.

       ASSIGN-ITEM.
           IF NOT IS-SUPERVISOR
               DISPLAY "ATTRIBUTION RESERVEE AUX SUPERVISEURS."
           ELSE
               PERFORM ASK-ITEM
               IF WS-FOUND-IX > 0
                   DISPLAY "Attribuer a (identifiant, vide = retirer "
                       "l'attribution) : "
                   MOVE SPACES TO WS-ASSIGN-INPUT
                   ACCEPT WS-ASSIGN-INPUT
                   IF WS-ASSIGN-INPUT = SPACES
                       MOVE SPACES TO WS-IT-ASSIGNED-TO(WS-FOUND-IX)
                           WS-IT-ASSIGNED-BY(WS-FOUND-IX)
                       MOVE 0 TO WS-IT-ASSIGNED-ON(WS-FOUND-IX)
                       PERFORM SAVE-REGISTER
                       DISPLAY "ATTRIBUTION RETIREE."
                   ELSE
                       PERFORM CHECK-ASSIGNEE
                       IF WS-CONFIRM = "Y"
                           MOVE WS-ASSIGN-INPUT
                               TO WS-IT-ASSIGNED-TO(WS-FOUND-IX)
                           MOVE WS-OPERATOR-ID
                               TO WS-IT-ASSIGNED-BY(WS-FOUND-IX)
                           MOVE WS-BUSINESS-DATE
                               TO WS-IT-ASSIGNED-ON(WS-FOUND-IX)
                           PERFORM SAVE-REGISTER
                           DISPLAY "DOSSIER " WS-ITEM-NO
                               " ATTRIBUE A " WS-ASSIGN-INPUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ASSIGNEE.
      * An active operator of operators.dat ; without the master file
      * (legacy mode) any identifier is taken.
           MOVE "N" TO WS-CONFIRM
           OPEN INPUT OPERATOR_FILE
           EVALUATE WS-OPERATOR-FILE-STATUS
               WHEN "00"
                   MOVE WS-ASSIGN-INPUT TO OPER-ID
                   READ OPERATOR_FILE
                       INVALID KEY
                           DISPLAY "OPERATEUR INCONNU : "
                               WS-ASSIGN-INPUT
                       NOT INVALID KEY
                           IF OPER-ACTIVE = "A"
                               MOVE "Y" TO WS-CONFIRM
                           ELSE
                               DISPLAY "OPERATEUR INACTIF : "
                                   WS-ASSIGN-INPUT
                           END-IF
                   END-READ
                   CLOSE OPERATOR_FILE
               WHEN "35"
                   MOVE "Y" TO WS-CONFIRM
               WHEN OTHER
                   DISPLAY "ERREUR OUVERTURE " WS-OPERATOR-FILENAME
                       " - STATUS " WS-OPERATOR-FILE-STATUS
           END-EVALUATE.

       TREAT-ITEM.
           PERFORM ASK-ITEM
           PERFORM CHECK-ITEM-OWNER
           IF WS-FOUND-IX > 0
               EVALUATE WS-IT-QUEUE(WS-FOUND-IX)
                   WHEN "SUSP"
                       MOVE "SuspenseRework" TO WS-PROG-NAME
                   WHEN "PEND"
                       MOVE "ApprovePending" TO WS-PROG-NAME
                   WHEN "DUPN"
                       MOVE "PersonMerge" TO WS-PROG-NAME
                   WHEN "TREJ"
                       IF WS-IT-KEY(WS-FOUND-IX)(1:6) = "ADD"
                           MOVE "FileWrite" TO WS-PROG-NAME
                       ELSE
                           MOVE "PersonMaint" TO WS-PROG-NAME
                       END-IF
                   WHEN OTHER
                       MOVE "PersonMaint" TO WS-PROG-NAME
               END-EVALUATE
               IF WS-IT-ASSIGNED-TO(WS-FOUND-IX) = SPACES
                   MOVE WS-OPERATOR-ID
                       TO WS-IT-ASSIGNED-TO(WS-FOUND-IX)
                       WS-IT-ASSIGNED-BY(WS-FOUND-IX)
                   MOVE WS-BUSINESS-DATE
                       TO WS-IT-ASSIGNED-ON(WS-FOUND-IX)
                   PERFORM SAVE-REGISTER
                   DISPLAY "DOSSIER PRIS EN CHARGE PAR " WS-OPERATOR-ID
               END-IF
               DISPLAY "OUVERTURE DE " WS-PROG-NAME
               MOVE 0 TO RETURN-CODE
               CALL WS-PROG-NAME
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               CANCEL WS-PROG-NAME
               DISPLAY "CODE RETOUR : " WS-STEP-RC
               MOVE WS-OPERATOR-ID TO WS-CLOSER-ID
               MOVE "T" TO WS-CLOSE-HOW
               PERFORM REFRESH-REGISTER
               PERFORM SHOW-ITEM-OUTCOME
           END-IF.

       SHOW-ITEM-OUTCOME.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITEM-TALLY OR WS-FOUND-IX > 0
               IF WS-IT-NO(WS-IX) = WS-ITEM-NO
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CLOSED-COUNT > 0
               DISPLAY WS-CLOSED-COUNT " DOSSIER(S) CLOS A VOTRE NOM."
           END-IF
           IF WS-FOUND-IX > 0
               IF WS-IT-STATUS(WS-FOUND-IX) = "O"
                   DISPLAY "DOSSIER " WS-ITEM-NO " TOUJOURS OUVERT."
                   IF WS-IT-QUEUE(WS-FOUND-IX) NOT = "SUSP"
                       AND WS-IT-QUEUE(WS-FOUND-IX) NOT = "PEND"
                       DISPLAY "UNE FOIS LA FICHE CORRIGEE, CLOREZ-LE "
                           "PAR LE CHOIX C."
                   END-IF
               ELSE
                   DISPLAY "DOSSIER " WS-ITEM-NO " CLOS."
               END-IF
           END-IF.

       CLOSE-ITEM.
      * The suspense and approval queues empty themselves when the
      * item is dealt with : closing it here would only bring it back
      * as a new item at the next scan.
           PERFORM ASK-ITEM
           PERFORM CHECK-ITEM-OWNER
           IF WS-FOUND-IX > 0
               IF WS-IT-QUEUE(WS-FOUND-IX) = "SUSP"
                   OR WS-IT-QUEUE(WS-FOUND-IX) = "PEND"
                   DISPLAY "CE DOSSIER SE CLOT EN LE TRAITANT "
                       "(CHOIX T)."
               ELSE
                   DISPLAY "Confirmer la cloture (O/N) : "
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "O" OR WS-CONFIRM = "o"
                       MOVE "C" TO WS-IT-STATUS(WS-FOUND-IX)
                       MOVE WS-OPERATOR-ID
                           TO WS-IT-CLOSED-BY(WS-FOUND-IX)
                       MOVE WS-BUSINESS-DATE
                           TO WS-IT-CLOSED-ON(WS-FOUND-IX)
                       MOVE "M" TO WS-IT-CLOSE-HOW(WS-FOUND-IX)
                       PERFORM SAVE-REGISTER
                       DISPLAY "DOSSIER " WS-ITEM-NO " CLOS."
                   ELSE
                       DISPLAY "CLOTURE ABANDONNEE."
                   END-IF
               END-IF
           END-IF.
