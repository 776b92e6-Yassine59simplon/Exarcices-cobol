      * sous-programme Assortiment : liste les articles, en ajoute,
      * change un statut ou une plage, ou retire une ligne, puis
      * reecrit le fichier a la sortie.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-MODIFIE                 PIC X VALUE "N".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-ASSORTIMENT.

       PERFORM UNTIL WS-CHOIX = 5
