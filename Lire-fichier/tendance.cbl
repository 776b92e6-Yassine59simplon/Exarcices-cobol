      * signale toute baisse de plus de deux points entre deux
      * executions consecutives ; puis trace la tendance de la classe
      * (moyenne et taux de reussite par execution).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-BAISSES               PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "Nom de l'eleve a suivre : ".
       ACCEPT WS-NOM-RECHERCHE.
       MOVE FUNCTION UPPER-CASE(WS-NOM-RECHERCHE)
