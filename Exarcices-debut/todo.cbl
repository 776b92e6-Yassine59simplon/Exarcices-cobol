      *> tourne seul ; sert au filtre "mes taches", a l'assignation
      *> par defaut et a l'historique des clotures
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *> Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-FILTRE-MIEN         PIC X VALUE "N".
       01 WS-OPER-SAISI          PIC X(03).
       01 WS-NT-REAFFECTER       PIC 9(3).

       PROCEDURE DIVISION.
       DEBUT.
           CALL "Bandeau"
           MOVE "P" TO WS-VER-ACTION
           MOVE "taches.txt" TO WS-VER-FICHIER
           MOVE "TODO" TO WS-VER-QUI
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS TO WS-DATE-JOUR-CLE
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF
           PERFORM CHARGER-TACHES
           PERFORM REINSTALLER-RECURRENTES
