                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE.

           PERFORM COPIER-RAPPORT
               THRU COPIER-RAPPORT-FIN.
           IF WS-RAPPORT-STATUS = "00"
               PERFORM INSCRIRE-AU-REGISTRE
               PERFORM APPLIQUER-RETENTION
                   THRU APPLIQUER-RETENTION-FIN
           END-IF.
           GOBACK.

