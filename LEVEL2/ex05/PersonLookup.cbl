      * classic soundex rules, so LEFEBVRE, LEFEVRE and LEFEBRE all
      * collapse together and a caller's phonetic guess finds the
      * record in one scan instead of five tries.
      * All three modes also search aliases.dat, the former and
      * usage names kept by PersonAlias.cbl : a caller who still
      * uses a maiden name finds the person, with the hit marked
      * "ancien nom" (or "nom d'usage") and the current NOM shown.
      * Every record shown, and every search that finds nothing, is
      * written to the read-access trail through AccessLog.cbl with
      * the mode and the name keyed.
      * Reverse lookup, for the caller who gives only a telephone
      * number or the returned envelope with only a postcode : mode
      * T finds every record carrying a telephone number - keyed with
      * or without spaces, dots or dashes, in the +33 or 0033 form
      * or the national one - mode C a mailbox, whatever its case,
      * mode A a CODE-POSTAL, narrowed if wanted to the records whose
      * address lines hold a piece of street keyed. None of the three
      * fields is a key of the file, so these modes read it end to
      * end. Each hit lists PERSON-ID, NOM, VILLE and status and goes
      * to the read-access trail like the name modes, the criteria
      * naming the mode and the value keyed ; a number keyed from the
      * list then opens that record straight in PersonMaint.cbl
      * (handed over in PERSON_ID).
      * An operator kept to one branch (BranchScope.cbl) is shown
      * only the records of that branch in every mode ; the others
      * found are counted, not shown, and the search is audited
      * SCPFLT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonLookup.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-FILE-STATUS.

           SELECT ALIAS_FILE ASSIGN TO "aliases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALS-KEY
           ALTERNATE RECORD KEY IS ALS-NOM
               WITH DUPLICATES
           FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA_FILE.
           05 NOTE-DATE PIC 9(8).
           05 NOTE-TEXT PIC X(60).

       FD  ALIAS_FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILENAME PIC X(60) VALUE "data.txt".
       01  WS-DATA-FILE-STATUS PIC XX.
       01  WS-RECORD-KEY PIC X(8).
       01  WS-NOTES-FILE-STATUS PIC XX.
       01  WS-NOTES-END PIC 9.
       01  WS-ALIAS-FILE-STATUS PIC XX.
       01  WS-ALIAS-END PIC 9.
       01  WS-ALIAS-OPEN PIC X VALUE "N".
           88 ALIASES-OPEN VALUE "Y".
       01  WS-ALIAS-LABEL PIC X(12).
       01  WS-ACCESS-PROGRAM PIC X(20) VALUE "PersonLookup".
       01  WS-ACCESS-CRITERIA PIC X(30).
       01  WS-ACCESS-ID PIC 9(6).
       01  WS-ACCESS-NOM PIC A(20).
       01  WS-REVERSE-INPUT PIC X(40).
       01  WS-PHONE-INPUT PIC X(40).
       01  WS-PHONE-DIGITS PIC X(40).
       01  WS-PHONE-LEN PIC 9(2).
       01  WS-PHONE-NORM PIC X(10).
       01  WS-PHONE-KEY PIC X(10).
       01  WS-EMAIL-KEY PIC X(40).
       01  WS-EMAIL-REC PIC X(40).
       01  WS-CP-KEY PIC X(5).
       01  WS-STREET-INPUT PIC X(30).
       01  WS-STREET-KEY PIC X(30).
       01  WS-STREET-LEN PIC 9(2).
       01  WS-STREET-REC PIC X(61).
       01  WS-STREET-HITS PIC 9(2).
       01  WS-REVERSE-HIT PIC X.
           88 REVERSE-HIT VALUE "Y".
       01  WS-STATUT-TEXT PIC X(6).
       01  WS-PICK-TABLE.
           05 WS-PICK-ID PIC 9(6) OCCURS 50 TIMES.
       01  WS-PICK-TALLY PIC 9(2) VALUE 0.
       01  WS-PX PIC 9(2).
       01  WS-ID-INPUT PIC X(6).
       01  WS-PICKED-ID PIC 9(6).
       01  WS-PICK-FOUND PIC X.
           88 PICK-FOUND VALUE "Y".
           COPY SCOPEVIEW.
       01  WS-SCOPE-HIDDEN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.

           DISPLAY "Recherche exacte, par prefixe ou phonetique ? "
               "(E/P/S, vide = exacte)".
           DISPLAY "ou inverse par telephone, courriel ou code postal "
               "(T/C/A) : ".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           MOVE SPACES TO WS-SEARCH-NOM.
           EVALUATE WS-MODE
               WHEN "T"
                   DISPLAY "Numero de telephone : "
                   ACCEPT WS-REVERSE-INPUT
               WHEN "C"
                   DISPLAY "Adresse de courriel : "
                   ACCEPT WS-REVERSE-INPUT
               WHEN "A"
                   DISPLAY "Code postal : "
                   ACCEPT WS-REVERSE-INPUT
                   DISPLAY "Element de la rue (vide = tout le code "
                       "postal) : "
                   ACCEPT WS-STREET-INPUT
               WHEN OTHER
                   DISPLAY "Nom recherche : "
                   ACCEPT WS-SEARCH-NOM
                   MOVE FUNCTION TRIM(WS-SEARCH-NOM) TO WS-SEARCH-NOM
           END-EVALUATE.

           OPEN INPUT DATA_FILE.
           IF WS-DATA-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

      * No aliases.dat simply means no name was ever changed.
           OPEN INPUT ALIAS_FILE.
           IF WS-ALIAS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ALIAS-OPEN
           END-IF.

           MOVE SPACES TO WS-ACCESS-CRITERIA.
           EVALUATE TRUE
               WHEN WS-MODE = "P" OR WS-MODE = "p"
                   STRING "PREFIXE " WS-SEARCH-NOM
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
                   PERFORM PREFIX-SEARCH
               WHEN WS-MODE = "S" OR WS-MODE = "s"
                   STRING "PHONETIQUE " WS-SEARCH-NOM
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
                   PERFORM SOUNDS-LIKE-SEARCH
               WHEN WS-MODE = "T" OR WS-MODE = "C" OR WS-MODE = "A"
                   PERFORM REVERSE-SEARCH
               WHEN OTHER
                   STRING "EXACTE " WS-SEARCH-NOM
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
                   PERFORM EXACT-SEARCH
           END-EVALUATE.
           IF WS-MATCH-COUNT = 0
               MOVE 0 TO WS-ACCESS-ID
               MOVE SPACES TO WS-ACCESS-NOM
               PERFORM LOG-ACCESS
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

           IF ALIASES-OPEN
               CLOSE ALIAS_FILE
           END-IF.
           CLOSE DATA_FILE.

           IF WS-PICK-TALLY > 0
               PERFORM PICK-INTO-MAINTENANCE
           END-IF.
           GOBACK.

       REVERSE-SEARCH.
      * The keyed value is put in the form the comparison uses, the
      * criteria logged carry it as keyed.
           EVALUATE WS-MODE
               WHEN "T"
                   MOVE WS-REVERSE-INPUT TO WS-PHONE-INPUT
                   PERFORM NORMALISE-PHONE
                   MOVE WS-PHONE-NORM TO WS-PHONE-KEY
                   STRING "TELEPHONE " WS-REVERSE-INPUT
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               WHEN "C"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-REVERSE-INPUT)) TO WS-EMAIL-KEY
                   STRING "COURRIEL " WS-REVERSE-INPUT
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-REVERSE-INPUT) TO WS-CP-KEY
                   MOVE WS-STREET-INPUT TO WS-STREET-REC
                   PERFORM FOLD-STREET-TEXT
                   MOVE FUNCTION TRIM(WS-STREET-REC) TO WS-STREET-KEY
                   IF WS-STREET-KEY = SPACES
                       MOVE 0 TO WS-STREET-LEN
                   ELSE
                       COMPUTE WS-STREET-LEN =
                           FUNCTION LENGTH(FUNCTION TRIM(WS-STREET-KEY))
                   END-IF
                   STRING "CODE POSTAL " WS-CP-KEY " "
                       WS-STREET-INPUT
                       DELIMITED BY SIZE INTO WS-ACCESS-CRITERIA
           END-EVALUATE
           IF WS-REVERSE-INPUT = SPACES
               DISPLAY "VALEUR A BLANC."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO PERSON-ID
               START DATA_FILE KEY IS GREATER THAN PERSON-ID
                   INVALID KEY
                       MOVE "Y" TO WS-DONE
               END-START
               PERFORM UNTIL WS-ALL-READ
                   READ DATA_FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DONE
                       NOT AT END
                           IF NOM NOT = "**TRAILER**"
                               PERFORM MATCH-REVERSE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MATCH-COUNT = 0
                   DISPLAY "AUCUNE PERSONNE POUR : "
                       FUNCTION TRIM(WS-REVERSE-INPUT)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "TOTAL TROUVE : " WS-MATCH-COUNT
               END-IF
           END-IF.

       MATCH-REVERSE-RECORD.
           MOVE "N" TO WS-REVERSE-HIT
           EVALUATE WS-MODE
               WHEN "T"
                   IF TELEPHONE NOT = SPACES
                       MOVE TELEPHONE TO WS-PHONE-INPUT
                       PERFORM NORMALISE-PHONE
                       IF WS-PHONE-NORM = WS-PHONE-KEY
                           MOVE "Y" TO WS-REVERSE-HIT
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EMAIL))
                       TO WS-EMAIL-REC
                   IF EMAIL NOT = SPACES
                       AND WS-EMAIL-REC = WS-EMAIL-KEY
                       MOVE "Y" TO WS-REVERSE-HIT
                   END-IF
               WHEN OTHER
                   IF CODE-POSTAL = WS-CP-KEY
                       IF WS-STREET-LEN = 0
                           MOVE "Y" TO WS-REVERSE-HIT
                       ELSE
                           MOVE SPACES TO WS-STREET-REC
                           STRING ADR-LIGNE-1 " " ADR-LIGNE-2
                               DELIMITED BY SIZE INTO WS-STREET-REC
                           PERFORM FOLD-STREET-TEXT
                           MOVE 0 TO WS-STREET-HITS
                           INSPECT WS-STREET-REC TALLYING
                               WS-STREET-HITS FOR ALL
                               WS-STREET-KEY(1:WS-STREET-LEN)
                           IF WS-STREET-HITS > 0
                               MOVE "Y" TO WS-REVERSE-HIT
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF REVERSE-HIT
               PERFORM CHECK-RECORD-SCOPE
               IF SCOPE-OUT
                   ADD 1 TO WS-SCOPE-HIDDEN
                   MOVE "N" TO WS-REVERSE-HIT
               END-IF
           END-IF
           IF REVERSE-HIT
               EVALUATE STATUT
                   WHEN "D"
                       MOVE "DECEDE" TO WS-STATUT-TEXT
                   WHEN "P"
                       MOVE "PARTI" TO WS-STATUT-TEXT
                   WHEN OTHER
                       MOVE "ACTIF" TO WS-STATUT-TEXT
               END-EVALUATE
               DISPLAY "TROUVE : NUMERO " PERSON-ID " " NOM
                   " VILLE " VILLE " STATUT " WS-STATUT-TEXT
               ADD 1 TO WS-MATCH-COUNT
               IF WS-PICK-TALLY < 50
                   ADD 1 TO WS-PICK-TALLY
                   MOVE PERSON-ID TO WS-PICK-ID(WS-PICK-TALLY)
               END-IF
               PERFORM LOG-RECORD-SHOWN
           END-IF.

       NORMALISE-PHONE.
      * Digits only, then the international prefix brought back to
      * the national ten-digit form : +33 6 12 34 56 78, 0033 6..,
      * +33 (0)6.. and 06.12.34.56.78 all give 0612345678.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-LEN
           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 40
               MOVE WS-PHONE-INPUT(WS-NX:1) TO WS-CHAR
               IF WS-CHAR >= "0" AND WS-CHAR <= "9"
                   ADD 1 TO WS-PHONE-LEN
                   MOVE WS-CHAR TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PHONE-NORM
           EVALUATE TRUE
               WHEN WS-PHONE-LEN = 13
                   AND WS-PHONE-DIGITS(1:4) = "0033"
                   STRING "0" WS-PHONE-DIGITS(5:9)
                       DELIMITED BY SIZE INTO WS-PHONE-NORM
               WHEN WS-PHONE-LEN = 12
                   AND WS-PHONE-DIGITS(1:3) = "330"
                   STRING "0" WS-PHONE-DIGITS(4:9)
                       DELIMITED BY SIZE INTO WS-PHONE-NORM
               WHEN WS-PHONE-LEN = 11
                   AND WS-PHONE-DIGITS(1:2) = "33"
                   STRING "0" WS-PHONE-DIGITS(3:9)
                       DELIMITED BY SIZE INTO WS-PHONE-NORM
               WHEN WS-PHONE-LEN = 9
                   STRING "0" WS-PHONE-DIGITS(1:9)
                       DELIMITED BY SIZE INTO WS-PHONE-NORM
               WHEN OTHER
                   MOVE WS-PHONE-DIGITS TO WS-PHONE-NORM
           END-EVALUATE.

       FOLD-STREET-TEXT.
      * Upper case and accents stripped, as BUILD-SOUND-KEY folds a
      * name, so "rue de l'eglise" finds RUE DE L'EGLISE.
           MOVE FUNCTION UPPER-CASE(WS-STREET-REC) TO WS-STREET-REC
           INSPECT WS-STREET-REC CONVERTING
               X"C0C1C2C3C4C5C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDCC7D1"
               TO "AAAAAAEEEEIIIIOOOOOUUUUCN".

       PICK-INTO-MAINTENANCE.
      * The number picked is handed to PersonMaint.cbl, which opens
      * that record without asking for a name ; a number not in the
      * list just shown is refused.
           DISPLAY "Numero a ouvrir en maintenance (vide = aucun) : "
           ACCEPT WS-ID-INPUT
           MOVE "N" TO WS-PICK-FOUND
           IF WS-ID-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ID-INPUT) = 0
                   MOVE FUNCTION NUMVAL(WS-ID-INPUT) TO WS-PICKED-ID
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PICK-TALLY OR PICK-FOUND
                       IF WS-PICK-ID(WS-PX) = WS-PICKED-ID
                           MOVE "Y" TO WS-PICK-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF PICK-FOUND
                   DISPLAY "PERSON_ID" UPON ENVIRONMENT-NAME
                   DISPLAY WS-PICKED-ID UPON ENVIRONMENT-VALUE
                   CALL "PersonMaint"
                   END-CALL
                   CANCEL "PersonMaint"
                   DISPLAY "PERSON_ID" UPON ENVIRONMENT-NAME
                   DISPLAY " " UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY "NUMERO ABSENT DE LA LISTE."
               END-IF
           END-IF.

       SOUNDS-LIKE-SEARCH.
           MOVE WS-SEARCH-NOM TO WS-FOLD-INPUT
           PERFORM BUILD-SOUND-KEY
                           PERFORM BUILD-SOUND-KEY
                           MOVE WS-SOUND-KEY TO WS-RECORD-KEY
                           IF WS-RECORD-KEY = WS-SEARCH-KEY
                               PERFORM SHOW-NAME-HIT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM SOUNDS-LIKE-ALIASES
               IF WS-MATCH-COUNT = 0
                   DISPLAY "AUCUN NOM NE SONNE COMME : "
                       WS-SEARCH-NOM
               END-IF
           END-IF.

       SOUNDS-LIKE-ALIASES.
           IF ALIASES-OPEN
               MOVE 0 TO WS-ALIAS-END
               MOVE LOW-VALUES TO ALS-KEY
               START ALIAS_FILE KEY IS NOT LESS THAN ALS-KEY
                   INVALID KEY
                       MOVE 1 TO WS-ALIAS-END
               END-START
               PERFORM UNTIL WS-ALIAS-END = 1
                   READ ALIAS_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ALIAS-END
                       NOT AT END
                           MOVE ALS-NOM TO WS-FOLD-INPUT
                           PERFORM BUILD-SOUND-KEY
                           MOVE WS-SOUND-KEY TO WS-RECORD-KEY
                           IF WS-RECORD-KEY = WS-SEARCH-KEY
                               PERFORM SHOW-ALIAS-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       EXACT-ALIASES.
           IF ALIASES-OPEN
               MOVE 0 TO WS-ALIAS-END
               MOVE WS-SEARCH-NOM TO ALS-NOM
               START ALIAS_FILE KEY IS = ALS-NOM
                   INVALID KEY
                       MOVE 1 TO WS-ALIAS-END
               END-START
               PERFORM UNTIL WS-ALIAS-END = 1
                   READ ALIAS_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ALIAS-END
                       NOT AT END
                           IF ALS-NOM NOT = WS-SEARCH-NOM
                               MOVE 1 TO WS-ALIAS-END
                           ELSE
                               PERFORM SHOW-ALIAS-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PREFIX-ALIASES.
           IF ALIASES-OPEN
               MOVE 0 TO WS-ALIAS-END
               MOVE WS-SEARCH-NOM TO ALS-NOM
               START ALIAS_FILE KEY IS NOT LESS THAN ALS-NOM
                   INVALID KEY
                       MOVE 1 TO WS-ALIAS-END
               END-START
               PERFORM UNTIL WS-ALIAS-END = 1
                   READ ALIAS_FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ALIAS-END
                       NOT AT END
                           IF ALS-NOM(1:WS-PREFIX-LEN) NOT =
                                   WS-SEARCH-NOM(1:WS-PREFIX-LEN)
                               MOVE 1 TO WS-ALIAS-END
                           ELSE
                               PERFORM SHOW-ALIAS-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SHOW-ALIAS-HIT.
      * The alias names the person number ; the live record gives the
      * name the person is carried under today.
           MOVE ALS-PERSON-ID TO PERSON-ID
           READ DATA_FILE
               KEY IS PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-RECORD-SCOPE
                   IF SCOPE-OUT
                       ADD 1 TO WS-SCOPE-HIDDEN
                   ELSE
                       IF ALS-TYPE = "U"
                           MOVE "NOM D'USAGE" TO WS-ALIAS-LABEL
                       ELSE
                           MOVE "ANCIEN NOM" TO WS-ALIAS-LABEL
                       END-IF
                       DISPLAY "TROUVE : " ALS-NOM " ("
                           FUNCTION TRIM(WS-ALIAS-LABEL) ") -> " NOM
                           " NUMERO " PERSON-ID " AGE " AGE
                           " VILLE " VILLE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM LOG-RECORD-SHOWN
                   END-IF
           END-READ.

       SHOW-NAME-HIT.
           PERFORM CHECK-RECORD-SCOPE
           IF SCOPE-OUT
               ADD 1 TO WS-SCOPE-HIDDEN
           ELSE
               DISPLAY "TROUVE : " NOM " NUMERO " PERSON-ID
                   " AGE " AGE " VILLE " VILLE
               ADD 1 TO WS-MATCH-COUNT
               PERFORM LOG-RECORD-SHOWN
           END-IF.

       CHECK-RECORD-SCOPE.
      * Records of another branch stay off the screen of an operator
      * kept to one branch.
           MOVE "C" TO SCP-ACTION
           MOVE WS-ACCESS-PROGRAM TO SCP-PROGRAM
           CALL "BranchScope" USING FILE_DATA SCOPE-VIEW
           END-CALL.

       LOG-RECORD-SHOWN.
           MOVE PERSON-ID TO WS-ACCESS-ID
           MOVE NOM TO WS-ACCESS-NOM
           PERFORM LOG-ACCESS.

       LOG-ACCESS.
           CALL "AccessLog" USING WS-ACCESS-PROGRAM WS-ACCESS-ID
               WS-ACCESS-NOM WS-ACCESS-CRITERIA
           END-CALL.

       BUILD-SOUND-KEY.
      * Folds WS-FOLD-INPUT the way NameDupReport.cbl folds names
      * (upper case, accents stripped, only A-Z and digits kept -
                       IF NOM NOT = WS-SEARCH-NOM
                           MOVE "Y" TO WS-DONE
                       ELSE
                           PERFORM SHOW-NAME-HIT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM EXACT-ALIASES
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   DISPLAY "NON TROUVE : " WS-SEARCH-NOM
                                   WS-SEARCH-NOM(1:WS-PREFIX-LEN)
                               MOVE "Y" TO WS-DONE
                           ELSE
                               PERFORM SHOW-NAME-HIT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM PREFIX-ALIASES
               IF WS-MATCH-COUNT = 0
                   DISPLAY "AUCUN NOM NE COMMENCE PAR : "
                       WS-SEARCH-NOM
