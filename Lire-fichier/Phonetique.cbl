               MOVE WS-NOM-PLIE(WS-I:1) TO WS-LETTRE
               IF WS-LETTRE >= "A" AND WS-LETTRE <= "Z"
                   PERFORM CODER-LETTRE
                       THRU CODER-LETTRE-FIN
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-LONG-CODE >= 4
