           MOVE 0 TO STATUT-DATE
           MOVE SPACE TO ADR-INVALID-FLAG
           MOVE 0 TO ADR-INVALID-DATE
           MOVE SPACE TO EMAIL-INVALID-FLAG
           MOVE 0 TO EMAIL-INVALID-DATE
           IF FUNCTION RANDOM < 0.5
               MOVE "F" TO CIVILITE
           ELSE
               MOVE "M" TO CIVILITE
           END-IF
           COMPUTE PERSON-ID = WS-RECORD-COUNT + 1
           WRITE FILE_DATA
               INVALID KEY
