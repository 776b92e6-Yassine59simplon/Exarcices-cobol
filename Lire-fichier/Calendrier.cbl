      *      M = dernier jour du mois (longueur par JoursMois),
      *          pour les travaux de fin de mois comme la cloture
      *          du stock
      *      F = dernier jour ouvre du mois (jours feries compris,
      *          via DateUtil), pour ce qui doit etre pret avant le
      *          mois suivant comme le calendrier mural CAL-MOIS
      *    Un programme absent du calendrier, ou un calendrier
      *    absent, vaut Q : c'est l'ancienne hypothese "tout tourne
      *    chaque jour" de RAPPORT-PERIODE.
                   ELSE
                       MOVE "N" TO L-PREVU
                   END-IF
               WHEN "F"
      *            Jour ouvre dont le jour ouvre suivant tombe dans
      *            un autre mois
                   MOVE "N" TO L-PREVU
                   MOVE "AJO" TO WS-DU-OPERATION
                   MOVE L-DATE TO WS-DU-DATE1
                   MOVE 0 TO WS-DU-DATE2
                   CALL "DateUtil" USING WS-DU-OPERATION
                       WS-DU-DATE1 WS-DU-DATE2 WS-DU-RESULTAT
                   IF WS-DU-RESULTAT = 0
                       MOVE 1 TO WS-DU-DATE2
                       CALL "DateUtil" USING WS-DU-OPERATION
                           WS-DU-DATE1 WS-DU-DATE2 WS-DU-RESULTAT
                       IF WS-DU-DATE1(5:2) NOT = L-DATE(5:2)
                           MOVE "O" TO L-PREVU
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "O" TO L-PREVU
           END-EVALUATE.
