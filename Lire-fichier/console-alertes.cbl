      * 59, puis etat, operateur, date d'action et commentaire (les
      * lignes d'avant la migration ont ces zones a blanc et valent
      * nouvelles).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Code de l'operateur de la session (pose par OPERATIONS,
      *    ou demande ici)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.

      *    Alertes chargees en memoire, reecrites a la sortie
       01 WS-TABLE-ALR.
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       IF WS-OPERATEUR-COURANT = SPACES
           CALL "Connexion" USING WS-CNX-ACTION
                                  WS-OPERATEUR-COURANT
                                  WS-CNX-RESULTAT
       END-IF.
       IF WS-CNX-RESULTAT = "N"
           DISPLAY "Operateur non identifie."
           STOP RUN
       END-IF.

       PERFORM CHARGER-ALERTES.
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-OUVERTES
                       THRU LISTER-OUVERTES-FIN
               WHEN 2
                   PERFORM PRENDRE-EN-COMPTE
               WHEN 3
                   PERFORM RESOUDRE-ALERTE
               WHEN 4
                   PERFORM RAPPORT-HEBDO
                       THRU RAPPORT-HEBDO-FIN
               WHEN 5
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-ALERTES
                           THRU ECRIRE-ALERTES-FIN
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
           EXIT.

       PRENDRE-EN-COMPTE.
           PERFORM LISTER-OUVERTES
               THRU LISTER-OUVERTES-FIN.
           DISPLAY "Numero de l'alerte a prendre en compte : ".
           ACCEPT WS-NUMERO-CHOISI.
           IF WS-NUMERO-CHOISI = 0
           END-IF.

       RESOUDRE-ALERTE.
           PERFORM LISTER-OUVERTES
               THRU LISTER-OUVERTES-FIN.
           DISPLAY "Numero de l'alerte a resoudre : ".
           ACCEPT WS-NUMERO-CHOISI.
           IF WS-NUMERO-CHOISI = 0
