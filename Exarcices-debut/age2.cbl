       01  WS-TALLY-IMPAIR      PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "1. Classer un age saisi au clavier".
       DISPLAY "2. Mode lot (ages.txt)".
       DISPLAY "Votre choix : ".
