      * Consultation du journal des mouvements de stock ecrit par
      * AJUSTE-STOCK dans mouvements.txt : liste les mouvements d'un
      * article donne, ou tous les mouvements d'une journee donnee,
      * avec un compte des lignes retenues. La lecture se fait dans
      * le journal indexe mouvements.dat, positionnee par START sur
      * l'article (cle principale) ou sur la journee (cle date) au
      * lieu de relire tout le journal.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX                             PIC 9 VALUE 0.
       01 WS-NOM-RECHERCHE                     PIC X(10).
      *    Journee demandee, au format AAAAMMJJ
       01 WS-JOUR-RECHERCHE                    PIC 9(8).
       01 WS-NB-RETENUS                        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "1. Mouvements d'un article".
       DISPLAY "2. Mouvements d'une journee".
       DISPLAY "Votre choix : ".
               TO WS-NOM-RECHERCHE
       END-IF.

       OPEN INPUT MVT-INDEXE-FICHIER.
       IF WS-MVT-INDEXE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir mouvements.dat (aucun "
                   "mouvement enregistre ? lancer MIGRE-MVT pour "
                   "reprendre mouvements.txt)"
       ELSE
           IF WS-CHOIX = 2
               MOVE WS-JOUR-RECHERCHE TO F-MVI-D-DATE
               MOVE 0 TO F-MVI-D-HEURE
               START MVT-INDEXE-FICHIER
                   KEY IS NOT LESS THAN F-MVI-CLE-DATE
                   INVALID KEY
                       MOVE "F" TO WS-FIN
               END-START
           ELSE
               MOVE WS-NOM-RECHERCHE TO F-MVI-ARTICLE
               MOVE 0 TO F-MVI-DATE
               MOVE 0 TO F-MVI-HEURE
               MOVE 0 TO F-MVI-ORDRE
               START MVT-INDEXE-FICHIER
                   KEY IS NOT LESS THAN F-MVI-CLE
                   INVALID KEY
                       MOVE "F" TO WS-FIN
               END-START
           END-IF
           PERFORM UNTIL WS-FIN = "F"
               READ MVT-INDEXE-FICHIER NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       PERFORM TRAITER-LIGNE-MVT
               END-READ
           END-PERFORM
           CLOSE MVT-INDEXE-FICHIER

           DISPLAY " "
           DISPLAY "Mouvements retenus : " WS-NB-RETENUS

       GOBACK.

      *    Affiche le mouvement lu tant qu'il reste dans le critere
      *    choisi (article ou journee) ; le premier qui en sort
      *    arrete la lecture
       TRAITER-LIGNE-MVT.
           IF (WS-CHOIX = 2 AND F-MVI-D-DATE NOT = WS-JOUR-RECHERCHE)
              OR (WS-CHOIX NOT = 2
                  AND F-MVI-ARTICLE NOT = WS-NOM-RECHERCHE)
               MOVE "F" TO WS-FIN
           ELSE
               ADD 1 TO WS-NB-RETENUS
               DISPLAY F-MVI-DATE(7:2) "/" F-MVI-DATE(5:2) "/"
                       F-MVI-DATE(1:4) " "
                       F-MVI-HEURE(1:2) ":" F-MVI-HEURE(3:2) " "
                       F-MVI-ARTICLE " " F-MVI-SIGNE F-MVI-QUANTITE
                       "  avant: " F-MVI-AVANT
                       "  apres: " F-MVI-APRES
                       "  motif: " F-MVI-MOTIF
           END-IF.
