      * and after-image. ADD and RESTOR count the after-image in,
      * DELETE counts the before-image out, REWRIT does both, so a
      * VILLE correction or a status change moves the person between
      * buckets in one call, and a civility correction moves them
      * between the men's and women's counts.
      * A missing counters dataset means the counters are not in
      * service (first installation, or a whole-file rebuild set them
      * aside) ; updates are then skipped silently and the reports
       01  WS-COUNTERS-FILE-STATUS PIC XX.
      * The image parsed field by field at the PERSONREC offsets,
      * the way PersonRecover.cbl views a journal before-image : only
      * NOM, AGE, VILLE, DATE-NAISSANCE, STATUT and CIVILITE matter
      * to the counters.
       01  WS-IMAGE-AREA.
           05 WS-IMG-NOM PIC X(20).
           05 WS-IMG-AGE PIC 99.
           05 WS-IMG-DATE-NAISSANCE PIC 9(8).
           05 FILLER PIC X(67).
           05 WS-IMG-STATUT PIC X.
           05 FILLER PIC X(26).
           05 WS-IMG-CIVILITE PIC X.
       01  WS-BUCKET-KEY.
           05 WS-BK-VILLE PIC X(20).
           05 WS-BK-TYPE PIC X.

       LINKAGE SECTION.
       01  LK-ACTION PIC X(6).
       01  LK-BEFORE PIC X(233).
       01  LK-AFTER PIC X(233).

       PROCEDURE DIVISION USING LK-ACTION LK-BEFORE LK-AFTER.
       MAIN.
               IF NOT COUNTER-FOUND
                   MOVE WS-BUCKET-KEY TO CNT-KEY
                   MOVE 0 TO CNT-TOTAL CNT-DECEDE CNT-PARTI
                       CNT-HOMME CNT-FEMME
               END-IF
               ADD 1 TO CNT-TOTAL
               IF WS-IMG-STATUT = "D"
               IF WS-IMG-STATUT = "P"
                   ADD 1 TO CNT-PARTI
               END-IF
               IF WS-IMG-STATUT NOT = "D" AND WS-IMG-STATUT NOT = "P"
                   IF WS-IMG-CIVILITE = "M"
                       ADD 1 TO CNT-HOMME
                   END-IF
                   IF WS-IMG-CIVILITE = "F"
                       ADD 1 TO CNT-FEMME
                   END-IF
               END-IF
               IF COUNTER-FOUND
                   REWRITE COUNTER-DATA
               ELSE
                   IF WS-IMG-STATUT = "P" AND CNT-PARTI > 0
                       SUBTRACT 1 FROM CNT-PARTI
                   END-IF
                   IF WS-IMG-STATUT NOT = "D"
                       AND WS-IMG-STATUT NOT = "P"
                       IF WS-IMG-CIVILITE = "M" AND CNT-HOMME > 0
                           SUBTRACT 1 FROM CNT-HOMME
                       END-IF
                       IF WS-IMG-CIVILITE = "F" AND CNT-FEMME > 0
                           SUBTRACT 1 FROM CNT-FEMME
                       END-IF
                   END-IF
                   IF CNT-TOTAL = 0
                       DELETE COUNTERS_FILE RECORD
                   ELSE
