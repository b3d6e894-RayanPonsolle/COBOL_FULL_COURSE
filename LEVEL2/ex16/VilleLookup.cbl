      * Direct-key lookup of every person in one VILLE, using the
      * ALTERNATE RECORD KEY IS VILLE now carried on DATA_FILE instead
      * of scanning every record like the report programs do.
      * Every person listed, and a town that lists nobody, is written
      * to the read-access trail through AccessLog.cbl with the town
      * keyed, so paging through a whole town leaves a trace.
      * An operator kept to one branch (BranchScope.cbl) is listed
      * only the town's records of that branch ; the others are
      * counted, not shown, and the lookup is audited SCPFLT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VilleLookup.
       01  WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-DONE PIC X VALUE "N".
           88 WS-ALL-READ VALUE "Y".
       01  WS-ACCESS-PROGRAM PIC X(20) VALUE "VilleLookup".
       01  WS-ACCESS-CRITERIA PIC X(30).
       01  WS-ACCESS-ID PIC 9(6).
       01  WS-ACCESS-NOM PIC A(20).
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF.

           MOVE SPACES TO WS-ACCESS-CRITERIA.
           STRING "VILLE " WS-SEARCH-VILLE
               DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA.
           MOVE WS-SEARCH-VILLE TO VILLE.
           START DATA_FILE
               KEY IS = VILLE
                       IF VILLE NOT = WS-SEARCH-VILLE
                           MOVE "Y" TO WS-DONE
                       ELSE
                           PERFORM SHOW-TOWN-RECORD
                       END-IF
           END-PERFORM.

               DISPLAY "AUCUNE PERSONNE TROUVEE POUR : "
                   WS-SEARCH-VILLE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO WS-ACCESS-ID
               MOVE SPACES TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
           ELSE
               DISPLAY "TOTAL TROUVE : " WS-MATCH-COUNT
           END-IF.
           IF WS-SCOPE-HIDDEN > 0
               DISPLAY WS-SCOPE-HIDDEN " FICHE(S) HORS DE VOTRE "
                   "SUCCURSALE NON AFFICHEE(S)"
               MOVE "F" TO SCP-ACTION
               MOVE WS-ACCESS-CRITERIA TO SCP-SUBJECT
               MOVE WS-SCOPE-HIDDEN TO SCP-HIDDEN
               CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
               END-CALL
           END-IF.
           GOBACK.

       SHOW-TOWN-RECORD.
           MOVE "C" TO SCP-ACTION
           MOVE WS-ACCESS-PROGRAM TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL
           IF SCOPE-OUT
               ADD 1 TO WS-SCOPE-HIDDEN
           ELSE
               DISPLAY "TROUVE : " NOM " AGE " AGE
                   " VILLE " VILLE
               ADD 1 TO WS-MATCH-COUNT
               MOVE PERSON-ID TO WS-ACCESS-ID
               MOVE NOM TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
           END-IF.

       LOG-ACCESS.
           CALL "AccessLog" USING WS-ACCESS-PROGRAM WS-ACCESS-ID
               WS-ACCESS-NOM WS-ACCESS-CRITERIA
           END-CALL.
