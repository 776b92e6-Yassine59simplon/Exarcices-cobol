      * sans aucun lancement d'un programme cense tourner chaque
      * jour, et comparaison avec la periode precedente. Le tout a
      * l'ecran et dans rapport-periode.txt.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CAL-PREVU                PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "Periode : S = semaine, M = mois : ".
       ACCEPT WS-TYPE-PERIODE.
       MOVE FUNCTION UPPER-CASE(WS-TYPE-PERIODE)
