      * partiels sont admis -, affiche pour une commande donnee le
      * restant du de chaque convive (sa part moins ses paiements),
      * et imprime le releve "qui doit quoi" dans qui-doit-quoi.txt.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-LIGNE-RELEVE            PIC X(70).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM UNTIL WS-CHOIX = 4
           DISPLAY "----- REGLEMENTS PIZZA -----"
           DISPLAY "1. Enregistrer un paiement"
