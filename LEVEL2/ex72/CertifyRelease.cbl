      *     with the date-line tolerance it already applies - and
      *     prints one verdict page (cert_verdict.prt) with a single
      *     overall RETURN-CODE : 0 certified, 8 differences.
      * The data can instead be the masked copy of production left
      * by MaskCopy.cbl in the test directory (MASK_DIR, default
      * "recette") : answer M at the data prompt in both phases and
      * the chain runs on its data.txt as it stands, with the
      * homonyms, estimated dates and NPAI flags of the real file.
      * The copy is only read, so both phases see the same data.
      * AuditReconcile is deliberately left out of the chain : it
      * moves reconcile.ctl, and a certification must not disturb
      * the production control files.
       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILE-STATUS PIC XX.
       01  WS-PHASE PIC X.
       01  WS-DATA-SOURCE PIC X.
       01  WS-MASK-DIR PIC X(40).
       01  WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE.
               10 WS-FILE-DD PIC X COMP-X.
               10 WS-FILE-MM PIC X COMP-X.
               10 WS-FILE-YYYY PIC X(2) COMP-X.
           05 WS-FILE-TIME PIC X(4).
       01  WS-EXIST-RC PIC 9(9) COMP-5.
       01  WS-CERT-DATA-NAME PIC X(60) VALUE "cert_data.dat".
       01  WS-SAVED-DATA-NAME PIC X(60).
       01  WS-COPY-RC PIC 9(9) COMP-5.
               GOBACK
           END-IF.

           DISPLAY "Donnees : G = generees (TestDataGenerator), "
               "M = copie masquee de la production (MaskCopy) ? ".
           ACCEPT WS-DATA-SOURCE.
           IF WS-DATA-SOURCE = "m"
               MOVE "M" TO WS-DATA-SOURCE
           END-IF.
           IF WS-DATA-SOURCE = "M"
               DISPLAY "MASK_DIR" UPON ENVIRONMENT-NAME
               ACCEPT WS-MASK-DIR FROM ENVIRONMENT-VALUE
               IF WS-MASK-DIR = SPACES
                   MOVE "recette" TO WS-MASK-DIR
               END-IF
               MOVE SPACES TO WS-CERT-DATA-NAME
               STRING FUNCTION TRIM(WS-MASK-DIR) "/data.txt"
                   DELIMITED BY SIZE INTO WS-CERT-DATA-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CERT-DATA-NAME
                   WS-FILE-DETAILS
                   RETURNING WS-EXIST-RC
               END-CALL
               IF WS-EXIST-RC NOT = 0
                   DISPLAY "COPIE MASQUEE ABSENTE : "
                       FUNCTION TRIM(WS-CERT-DATA-NAME)
                       " - LANCER MaskCopy, ABANDON."
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE "G" TO WS-DATA-SOURCE
           END-IF.

      * The certification works on its own copy of the people file :
      * DATA_FILE is redirected for every program the chain CALLs
      * and restored at the end.
           DISPLAY "DATA_FILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CERT-DATA-NAME UPON ENVIRONMENT-VALUE.

           IF WS-DATA-SOURCE = "M"
               DISPLAY "DONNEES DE CERTIFICATION : "
                   FUNCTION TRIM(WS-CERT-DATA-NAME)
                   " (COPIE MASQUEE)"
           ELSE
               DISPLAY "GENERATION DES DONNEES DE CERTIFICATION "
                   "(MEMES COMPTE ET GRAINE DANS LES DEUX PHASES) :"
               PERFORM RUN-ONE-PROGRAM-TDG
           END-IF.
           PERFORM RUN-THE-CHAIN.

           IF WS-PHASE = "B"
           STRING "DATE D'EXECUTION : " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF WS-DATA-SOURCE = "M"
               STRING "DONNEES : COPIE MASQUEE "
                   FUNCTION TRIM(WS-CERT-DATA-NAME)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE "DONNEES : GENEREES (TestDataGenerator)"
                   TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE "=========================================" TO
               PRINT-LINE.
           WRITE PRINT-LINE.
