
       PROCEDURE DIVISION.
       DEBUT.
           CALL "Bandeau".
           DISPLAY "1. Inverser un mot saisi au clavier".
           DISPLAY "2. Mode lot (mots.txt -> mots_inverses.txt)".
           DISPLAY "Votre choix : ".
