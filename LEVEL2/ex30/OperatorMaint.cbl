      * environment (TrainingMode.cbl) and the E option releases or
      * re-imposes the flag (OPRFOR audit), the only way out of the
      * sandbox.
      * Working hours : the H option records the hours the operator
      * is expected at the desk (hhmm to hhmm, both zero to clear),
      * audited OPRHOR ; AccessReview.cbl flags record lookups made
      * outside them. New operators start with none declared.
      * Display profile : the V option sets whether the operator
      * sees telephone, e-mail, birth date and street line masked
      * (M) or in clear (C), audited OPRPRF. New regular operators
      * start masked, new supervisors in clear.
      * Recertification : the R option records that a supervisor has
      * reviewed an active ID and confirms it for the quarter
      * (OPRREC) ; OperatorSweep.cbl prints the quarterly list and
      * flags the IDs not confirmed by the deadline.
      * Branch scope : the B option keeps a branch operator to the
      * records of one branch (a code of branches.dat when the file
      * exists), with or without the central-desk records, audited
      * OPRSCP ; a blank code gives the whole country back.
      * BranchScope.cbl applies it. New operators start unscoped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorMaint.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT BRANCH_FILE ASSIGN TO WS-BRANCH-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRA-CODE
           FILE STATUS IS WS-BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR_FILE.
           05 AUT-SUBJECT PIC X(8).
           05 AUT-PROGRAM PIC X(20).

       FD  BRANCH_FILE.
           COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-AUTH-PICK PIC 9(3).
       01  WS-SUBJECT-INPUT PIC X(8).
       01  WS-PROGRAM-INPUT PIC X(20).
       01  WS-HOURS-FROM-INPUT PIC X(4).
       01  WS-HOURS-TO-INPUT PIC X(4).
       01  WS-HOURS-FROM-W PIC 9(4).
       01  WS-HOURS-TO-W PIC 9(4).
       01  WS-HOURS-OK PIC X.
       01  WS-PROFILE-INPUT PIC X.
       01  WS-BRANCH-FILENAME PIC X(60) VALUE "branches.dat".
       01  WS-BRANCH-FILE-STATUS PIC XX.
       01  WS-SCOPE-INPUT PIC X(8).
       01  WS-CENTRAL-INPUT PIC X.
       01  WS-SCOPE-OK PIC X.

       PROCEDURE DIVISION.
       MAIN.
                       PERFORM MAINTAIN-AUTH-MATRIX
                   WHEN WS-CHOICE = "E" OR WS-CHOICE = "e"
                       PERFORM TOGGLE-TRAINING-FLAG
                   WHEN WS-CHOICE = "H" OR WS-CHOICE = "h"
                       PERFORM SET-WORKING-HOURS
                   WHEN WS-CHOICE = "V" OR WS-CHOICE = "v"
                       PERFORM SET-DISPLAY-PROFILE
                   WHEN WS-CHOICE = "R" OR WS-CHOICE = "r"
                       PERFORM RECERTIFY-OPERATOR
                   WHEN WS-CHOICE = "B" OR WS-CHOICE = "b"
                       PERFORM SET-BRANCH-SCOPE
                   WHEN WS-CHOICE = "Q" OR WS-CHOICE = "q"
                       CONTINUE
                   WHEN OTHER
           DISPLAY "P. REINITIALISER PIN / DEVERROUILLER".
           DISPLAY "M. MATRICE D'AUTORISATION PAR PROGRAMME".
           DISPLAY "E. FORMATION : LIBERER / REMETTRE EN EXERCICE".
           DISPLAY "H. HORAIRES DE TRAVAIL".
           DISPLAY "V. PROFIL D'AFFICHAGE (MASQUE / CLAIR)".
           DISPLAY "R. RECERTIFIER UN OPERATEUR (REVUE TRIMESTRIELLE)".
           DISPLAY "B. PERIMETRE SUCCURSALE".
           DISPLAY "Q. QUITTER".
           DISPLAY "==============================".
           DISPLAY "Votre choix : ".
                           DISPLAY OPER-ID " NIVEAU " OPER-LEVEL
                               " (" OPER-ACTIVE ") " OPER-NAME
                       END-IF
                       IF OPER-HOURS-FROM IS NUMERIC
                           AND OPER-HOURS-TO IS NUMERIC
                           AND OPER-HOURS-TO > 0
                           DISPLAY "    HORAIRES " OPER-HOURS-FROM
                               " - " OPER-HOURS-TO
                       END-IF
                       IF OPER-MASK-PROFILE = "M"
                           OR (OPER-MASK-PROFILE = SPACE
                               AND OPER-LEVEL NOT = "S")
                           DISPLAY "    AFFICHAGE MASQUE"
                       END-IF
                       IF OPER-BRANCH-SCOPE NOT = SPACES
                           AND OPER-BRANCH-SCOPE NOT = LOW-VALUES
                           IF OPER-BRANCH-CENTRAL = "C"
                               DISPLAY "    SUCCURSALE "
                                   OPER-BRANCH-SCOPE " ET GUICHET "
                                   "CENTRAL"
                           ELSE
                               DISPLAY "    SUCCURSALE "
                                   OPER-BRANCH-SCOPE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "OPERATEURS AU FICHIER : " WS-LIST-COUNT.
       SET-TRAINING-DEFAULT.
      * A freshly keyed operator learns on the practice file first :
      * the flag stays until a supervisor releases it (option E).
           MOVE "F" TO OPER-TRAINING
           MOVE 0 TO OPER-HOURS-FROM
           MOVE 0 TO OPER-HOURS-TO
           IF OPER-LEVEL = "S"
               MOVE "C" TO OPER-MASK-PROFILE
           ELSE
               MOVE "M" TO OPER-MASK-PROFILE
           END-IF
           MOVE SPACES TO OPER-BRANCH-SCOPE
           MOVE SPACE TO OPER-BRANCH-CENTRAL.

       SCRAMBLE-PIN.
      * Must stay in step with OperSignon.cbl's computation.
                   END-REWRITE
           END-READ.

       SET-WORKING-HOURS.
           DISPLAY "Identifiant : ".
           ACCEPT WS-ID-INPUT.
           MOVE WS-ID-INPUT TO OPER-ID.
           READ OPERATOR_FILE
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "OPERATEUR INTROUVABLE : " WS-ID-INPUT
               NOT INVALID KEY
                   PERFORM GET-WORKING-HOURS
                   IF WS-HOURS-OK = "Y"
                       MOVE WS-HOURS-FROM-W TO OPER-HOURS-FROM
                       MOVE WS-HOURS-TO-W TO OPER-HOURS-TO
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR - STATUS "
                                   WS-OPERATOR-FILE-STATUS
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "HORAIRES ENREGISTRES : "
                                   OPER-ID " " OPER-HOURS-FROM
                                   " - " OPER-HOURS-TO
                               PERFORM WRITE-AUDIT-HOURS
                       END-REWRITE
                   END-IF
           END-READ.

       SET-DISPLAY-PROFILE.
      * M = telephone, e-mail, birth date and street line masked
      * until a reasoned unmask (PersonMaint.cbl) ; C = in clear.
           DISPLAY "Identifiant : ".
           ACCEPT WS-ID-INPUT.
           MOVE WS-ID-INPUT TO OPER-ID.
           READ OPERATOR_FILE
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "OPERATEUR INTROUVABLE : " WS-ID-INPUT
               NOT INVALID KEY
                   DISPLAY "Profil (M = masque, C = clair) : "
                   ACCEPT WS-PROFILE-INPUT
                   MOVE FUNCTION UPPER-CASE(WS-PROFILE-INPUT)
                       TO WS-PROFILE-INPUT
                   IF WS-PROFILE-INPUT NOT = "M"
                       AND WS-PROFILE-INPUT NOT = "C"
                       DISPLAY "PROFIL INVALIDE, ABANDON."
                   ELSE
                       MOVE WS-PROFILE-INPUT TO OPER-MASK-PROFILE
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR - STATUS "
                                   WS-OPERATOR-FILE-STATUS
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "PROFIL ENREGISTRE : "
                                   OPER-ID " " OPER-MASK-PROFILE
                               PERFORM WRITE-AUDIT-PROFILE
                       END-REWRITE
                   END-IF
           END-READ.

       SET-BRANCH-SCOPE.
      * A scoped operator sees and changes only the persons carrying
      * that branch code ; central-desk records (no code) only when
      * allowed. Blank code = whole country.
           DISPLAY "Identifiant : ".
           ACCEPT WS-ID-INPUT.
           MOVE WS-ID-INPUT TO OPER-ID.
           READ OPERATOR_FILE
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "OPERATEUR INTROUVABLE : " WS-ID-INPUT
               NOT INVALID KEY
                   PERFORM GET-BRANCH-SCOPE
                   IF WS-SCOPE-OK = "Y"
                       MOVE WS-SCOPE-INPUT TO OPER-BRANCH-SCOPE
                       MOVE WS-CENTRAL-INPUT TO OPER-BRANCH-CENTRAL
                       REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "ERREUR MISE A JOUR - STATUS "
                                   WS-OPERATOR-FILE-STATUS
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               IF OPER-BRANCH-SCOPE = SPACES
                                   DISPLAY "PERIMETRE ENREGISTRE : "
                                       OPER-ID " TOUT LE FICHIER"
                               ELSE
                                   DISPLAY "PERIMETRE ENREGISTRE : "
                                       OPER-ID " SUCCURSALE "
                                       OPER-BRANCH-SCOPE
                               END-IF
                               PERFORM WRITE-AUDIT-SCOPE
                       END-REWRITE
                   END-IF
           END-READ.

       GET-BRANCH-SCOPE.
           MOVE "N" TO WS-SCOPE-OK
           MOVE SPACE TO WS-CENTRAL-INPUT
           DISPLAY "Code succursale (vide = tout le fichier) : "
           ACCEPT WS-SCOPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-SCOPE-INPUT) TO WS-SCOPE-INPUT
           IF WS-SCOPE-INPUT = SPACES
               MOVE "Y" TO WS-SCOPE-OK
           ELSE
               PERFORM CHECK-BRANCH-CODE
               IF WS-SCOPE-OK = "Y"
                   DISPLAY "Acces aux fiches du guichet central ? "
                       "(O/N) : "
                   ACCEPT WS-CENTRAL-INPUT
                   IF WS-CENTRAL-INPUT = "O" OR WS-CENTRAL-INPUT = "o"
                       MOVE "C" TO WS-CENTRAL-INPUT
                   ELSE
                       MOVE SPACE TO WS-CENTRAL-INPUT
                   END-IF
               END-IF
           END-IF.

       CHECK-BRANCH-CODE.
      * Without branches.dat any code is taken as keyed.
           DISPLAY "BRANCH_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-BRANCH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BRANCH-FILENAME = SPACES
               MOVE "branches.dat" TO WS-BRANCH-FILENAME
           END-IF
           OPEN INPUT BRANCH_FILE
           IF WS-BRANCH-FILE-STATUS = "00"
               MOVE WS-SCOPE-INPUT TO BRA-CODE
               READ BRANCH_FILE
                   KEY IS BRA-CODE
                   INVALID KEY
                       DISPLAY "SUCCURSALE INCONNUE : " WS-SCOPE-INPUT
                   NOT INVALID KEY
                       IF BRA-ACTIVE = "I"
                           DISPLAY "SUCCURSALE FERMEE : " WS-SCOPE-INPUT
                       ELSE
                           MOVE "Y" TO WS-SCOPE-OK
                       END-IF
               END-READ
               CLOSE BRANCH_FILE
           ELSE
               MOVE "Y" TO WS-SCOPE-OK
           END-IF.

       RECERTIFY-OPERATOR.
      * The ID stays as it is ; the audit record is the confirmation
      * OperatorSweep.cbl reads back. Withdrawing an ID is option D.
           DISPLAY "Identifiant a recertifier : ".
           ACCEPT WS-ID-INPUT.
           MOVE WS-ID-INPUT TO OPER-ID.
           READ OPERATOR_FILE
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "OPERATEUR INTROUVABLE : " WS-ID-INPUT
               NOT INVALID KEY
                   IF OPER-ACTIVE NOT = "A"
                       DISPLAY "OPERATEUR DESACTIVE, RIEN A "
                           "RECERTIFIER : " OPER-ID
                   ELSE
                       DISPLAY "ACCES DE " OPER-ID " " OPER-NAME
                           " NIVEAU " OPER-LEVEL " CONFIRME."
                       PERFORM WRITE-AUDIT-RECERT
                   END-IF
           END-READ.

       GET-WORKING-HOURS.
      * hhmm to hhmm on the same day ; 0000 to 0000 clears them.
           MOVE "N" TO WS-HOURS-OK
           DISPLAY "Debut (hhmm) : "
           ACCEPT WS-HOURS-FROM-INPUT
           DISPLAY "Fin (hhmm) : "
           ACCEPT WS-HOURS-TO-INPUT
           IF WS-HOURS-FROM-INPUT IS NUMERIC
               AND WS-HOURS-TO-INPUT IS NUMERIC
               MOVE WS-HOURS-FROM-INPUT TO WS-HOURS-FROM-W
               MOVE WS-HOURS-TO-INPUT TO WS-HOURS-TO-W
               EVALUATE TRUE
                   WHEN WS-HOURS-FROM-W = 0 AND WS-HOURS-TO-W = 0
                       MOVE "Y" TO WS-HOURS-OK
                   WHEN WS-HOURS-FROM-W(1:2) > "23"
                       OR WS-HOURS-FROM-W(3:2) > "59"
                       OR WS-HOURS-TO-W(1:2) > "23"
                       OR WS-HOURS-TO-W(3:2) > "59"
                       DISPLAY "HEURE INVALIDE, ABANDON."
                   WHEN WS-HOURS-TO-W NOT > WS-HOURS-FROM-W
                       DISPLAY "FIN AVANT LE DEBUT, ABANDON."
                   WHEN OTHER
                       MOVE "Y" TO WS-HOURS-OK
               END-EVALUATE
           ELSE
               DISPLAY "HEURE INVALIDE : 4 CHIFFRES, ABANDON."
           END-IF.

       WRITE-AUDIT-HOURS.
           MOVE "OPRHOR" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.

       WRITE-AUDIT-RECERT.
           MOVE "OPRREC" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.

       WRITE-AUDIT-PROFILE.
           MOVE "OPRPRF" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.

       WRITE-AUDIT-SCOPE.
           MOVE "OPRSCP" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.

       WRITE-AUDIT-TRAINING.
           MOVE "OPRFOR" TO AUD-ACTION
           PERFORM WRITE-AUDIT-COMMON.
           MOVE SPACES TO AUD-BEFORE-VILLE
           MOVE 0 TO AUD-AFTER-AGE
           MOVE SPACES TO AUD-AFTER-VILLE
           MOVE SPACES TO AUD-TX-REF
           CALL "AuditChain" USING AUDIT-RECORD
           END-CALL
           WRITE AUDIT-RECORD.
