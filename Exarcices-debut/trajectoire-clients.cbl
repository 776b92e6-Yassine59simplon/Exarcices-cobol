      * vraiment ?
      * Echelle des categories, de la plus basse a la plus haute :
      * Standard, Fidele, Privilegie, Premium, Platine.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "1. Trajectoire d'un client".
