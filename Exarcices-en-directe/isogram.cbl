
       PROCEDURE DIVISION.
       DEBUT.
           CALL "Bandeau".
           MOVE "ISOGRAM-MODE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR
                                WS-CFG-TROUVE.
