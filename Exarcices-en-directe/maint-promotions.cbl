      * pizza.cbl applique les regles actives au chiffrage, montre
      * la remise en ligne propre du ticket et la repercute dans
      * l'historique pour que REGLEMENTS encaisse juste.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-MODIFIE                 PIC X VALUE "N".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-PROMOTIONS.

       PERFORM UNTIL WS-CHOIX = 5
                   PERFORM LISTER-PROMOTIONS
               WHEN 2
                   PERFORM AJOUTER-PROMOTION
                       THRU AJOUTER-PROMOTION-FIN
               WHEN 3
                   PERFORM BASCULER-PROMOTION
               WHEN 4
