      * serie - le meme histogramme simple que DEMOGRAPHIE. De quoi
      * voir d'un coup d'oeil si la valeur du stock fond ou si le
      * chiffre des soirees pizza grimpe.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-VALEUR-AFF              PIC Z(9)9.99.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "Indicateur a tracer :".
       DISPLAY "1. Valeur du stock".
       DISPLAY "2. Articles en rupture".
