           MOVE 0 TO STATUT-DATE
           MOVE SPACE TO ADR-INVALID-FLAG
           MOVE 0 TO ADR-INVALID-DATE
           MOVE SPACE TO EMAIL-INVALID-FLAG
           MOVE 0 TO EMAIL-INVALID-DATE
           MOVE SPACE TO CIVILITE
           MOVE WS-NEXT-PERSON-ID TO PERSON-ID
           WRITE FILE_DATA
               INVALID KEY
