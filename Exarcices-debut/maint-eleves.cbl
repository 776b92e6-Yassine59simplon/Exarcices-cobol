      * eleve, puis reecrit le fichier a la sortie. Les notes sont
      * validees de 0 a 20 comme dans ExerciceNotes, et un eleve ne
      * porte jamais plus de 5 notes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NOM-AFFICHE             PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-ELEVES.

       PERFORM UNTIL WS-CHOIX = 6
