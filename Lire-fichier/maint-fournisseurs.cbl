      * fichier a la sortie. Le code fournisseur est celui porte par
      * F-FOURN-ARTICLE dans Article.cpy et par fournisseurs.txt ;
      * l'option de controle verifie que chaque article du maitre
      * inventaire.dat pointe vers un fournisseur connu, une autre
      * liste les articles d'un fournisseur en parcourant la cle
      * secondaire F-FOURN-ARTICLE du maitre, et le retrait d'un
      * fournisseur qui porte encore des articles est signale.
      * CMDE-FOURN reprend le delai pour la date prevue des commandes
      * ouvertes et le minimum pour avertir des commandes trop
      * faibles.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

       DATA DIVISION.
       01 WS-NB-ART-INCONNUS         PIC 9(03) VALUE 0.
       01 WS-NB-ART-SANS             PIC 9(03) VALUE 0.

      *    Articles d'un fournisseur, lus par la cle F-FOURN-ARTICLE ;
      *    WS-LISTER = O les affiche, N les compte seulement
       01 WS-NB-ART-FOURN            PIC 9(03) VALUE 0.
       01 WS-LISTER                  PIC X VALUE "N".
       01 WS-CONFIRME                PIC X.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "MAINT-FOUR" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM CHARGER-FOURNISSEURS.

       PERFORM UNTIL WS-CHOIX = 7
           DISPLAY "----- MAITRE DES FOURNISSEURS -----"
           DISPLAY "1. Lister les fournisseurs"
           DISPLAY "2. Ajouter un fournisseur"
           DISPLAY "3. Modifier un fournisseur"
           DISPLAY "4. Retirer un fournisseur"
           DISPLAY "5. Controler les codes des articles"
           DISPLAY "6. Articles d'un fournisseur"
           DISPLAY "7. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

               WHEN 5
                   PERFORM CONTROLER-ARTICLES
               WHEN 6
                   DISPLAY "Code du fournisseur : "
                   ACCEPT WS-CODE-SAISI
                   MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI)
                       TO WS-CODE-SAISI
                   MOVE "O" TO WS-LISTER
                   PERFORM PARCOURIR-ARTICLES-FOURN
                   DISPLAY "Articles du fournisseur : "
                           WS-NB-ART-FOURN
               WHEN 7
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-FOURNISSEURS
                   END-IF
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           PERFORM TROUVER-FOURNISSEUR.
           MOVE "O" TO WS-CONFIRME.
           IF WS-IDX-TROUVE NOT = 0
               MOVE "N" TO WS-LISTER
               PERFORM PARCOURIR-ARTICLES-FOURN
               IF WS-NB-ART-FOURN > 0
                   DISPLAY "** " WS-NB-ART-FOURN " article(s) portent "
                           "encore ce fournisseur ; retirer quand "
                           "meme (O/N) ? **"
                   ACCEPT WS-CONFIRME
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRME)
                       TO WS-CONFIRME
               END-IF
           END-IF.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Code inconnu."
           ELSE
            IF WS-CONFIRME NOT = "O"
               DISPLAY "Retrait abandonne."
            ELSE
               PERFORM VARYING WS-IDX-FMA FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-FMA >= WS-NB-FMA
                   MOVE WS-FMA(WS-IDX-FMA + 1) TO WS-FMA(WS-IDX-FMA)
               SUBTRACT 1 FROM WS-NB-FMA
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Fournisseur retire."
            END-IF
           END-IF.

      *    Parcourt inventaire.dat et signale chaque article dont le
                       WS-INVENTAIRE-STATUS ")"
           ELSE
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
               END-IF
           END-IF.

      *    Parcourt les articles du fournisseur WS-CODE-SAISI par la
      *    cle secondaire F-FOURN-ARTICLE, sans relire tout le maitre
       PARCOURIR-ARTICLES-FOURN.
           MOVE 0 TO WS-NB-ART-FOURN.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
           ELSE
               MOVE WS-CODE-SAISI TO F-FOURN-ARTICLE
               START FICHIER-INVENTAIRE
                   KEY IS EQUAL TO F-FOURN-ARTICLE
                   INVALID KEY
                       MOVE "23" TO WS-INVENTAIRE-STATUS
               END-START
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-FOURN-ARTICLE NOT = WS-CODE-SAISI
                               MOVE "10" TO WS-INVENTAIRE-STATUS
                           ELSE
                               ADD 1 TO WS-NB-ART-FOURN
                               IF WS-LISTER = "O"
                                   DISPLAY "   " F-NOM-ARTICLE " "
                                           F-CODE-ARTICLE " stock "
                                           F-STOCK-ARTICLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.

      *    Reecrit fournisseurs-maitre.txt a partir de
      *    WS-FMA(1..WS-NB-FMA)
       ECRIRE-FOURNISSEURS.
