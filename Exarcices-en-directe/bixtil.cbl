       01  WS-CFG-TROUVE           PIC X.

       PROCEDURE DIVISION.
           CALL "Bandeau".
           MOVE "BISXTIL-MODE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR
                                WS-CFG-TROUVE.
