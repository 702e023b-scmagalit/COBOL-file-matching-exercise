              END-IF
           END-IF

      * An open slot (blank name, zero count) on one side is good
      * while the other side carries a name, as in VALBABY
           IF RECORD-VALID
              IF WS-CAND-MALE = SPACES AND WS-CAND-MALE-CNT = ZERO
                 AND WS-CAND-FEM NOT = SPACES
                 CONTINUE
              ELSE
                 IF WS-CAND-MALE = SPACES
                    OR WS-CAND-MALE IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID MALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

           IF RECORD-VALID
              IF WS-CAND-FEM = SPACES AND WS-CAND-FEM-CNT = ZERO
                 AND WS-CAND-MALE NOT = SPACES
                 CONTINUE
              ELSE
                 IF WS-CAND-FEM = SPACES
                    OR WS-CAND-FEM IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID FEMALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

