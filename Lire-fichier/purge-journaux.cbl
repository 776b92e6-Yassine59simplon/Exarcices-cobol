      * Le compte rendu (lignes avant/archivees/conservees) part
      * dans purge-rapport.txt. Accessible depuis le menu
      * OPERATIONS comme les autres utilitaires.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "RETENTION-JOURS" TO WS-CFG-CLE.
       PURGER-MOUVEMENTS.
           MOVE "mouvements.txt" TO WS-NOM-SOURCE.
           MOVE 1 TO WS-MODE-DATE.
           PERFORM PURGER-UN-FICHIER
               THRU PURGER-UN-FICHIER-FIN.

       PURGER-HISTORIQUE.
           MOVE "historique-commandes.txt" TO WS-NOM-SOURCE.
           MOVE 2 TO WS-MODE-DATE.
           PERFORM PURGER-UN-FICHIER
               THRU PURGER-UN-FICHIER-FIN.

       PURGER-REGLEMENTS.
           MOVE "reglements.txt" TO WS-NOM-SOURCE.
           MOVE 3 TO WS-MODE-DATE.
           PERFORM PURGER-UN-FICHIER
               THRU PURGER-UN-FICHIER-FIN.

       PURGER-HISTO-REUSSITE.
           MOVE "reussite-histo.txt" TO WS-NOM-SOURCE.
           MOVE 4 TO WS-MODE-DATE.
           PERFORM PURGER-UN-FICHIER
               THRU PURGER-UN-FICHIER-FIN.

       PURGER-TERMINEES.
           MOVE "taches_terminees.txt" TO WS-NOM-SOURCE.
           MOVE 5 TO WS-MODE-DATE.
           PERFORM PURGER-UN-FICHIER
               THRU PURGER-UN-FICHIER-FIN.

      *    Purge le fichier WS-NOM-SOURCE : les lignes au-dela de la
      *    retention vont a l'archive datee, les autres au fichier
               PERFORM ECRIRE-BILAN-FICHIER
               GO TO PURGER-UN-FICHIER-FIN
           END-IF.
           PERFORM RECOPIER-TRAVAIL
               THRU RECOPIER-TRAVAIL-FIN.
           PERFORM ECRIRE-BILAN-FICHIER.
       PURGER-UN-FICHIER-FIN.
           EXIT.
