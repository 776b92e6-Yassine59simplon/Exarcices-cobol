      *    a "arrondir" une echeance tombee un samedi au lundi) ;
      *    L-RESULTAT rend l'ecart calendaire franchi
       AJOUTER-JOURS-OUVRES.
           PERFORM CHARGER-FERIES THRU CHARGER-FERIES-FIN.
           MOVE L-DATE1 TO WS-DATE-TRAVAIL.
           MOVE L-DATE2 TO WS-NB-A-AVANCER.
           MOVE 0 TO WS-NB-AVANCES.

      *    Jours ouvres entre L-DATE1 (exclue) et L-DATE2 (incluse)
       COMPTER-JOURS-OUVRES.
           PERFORM CHARGER-FERIES THRU CHARGER-FERIES-FIN.
           MOVE L-DATE1 TO WS-DATE-TRAVAIL.
           MOVE 0 TO L-RESULTAT.
           MOVE 0 TO WS-GARDE-FOU.
