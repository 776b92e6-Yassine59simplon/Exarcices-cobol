      * RUPTURE s'en sert pour signaler BAS un article promis deux
      * fois, et ce programme l'affiche a la saisie et au listage.
      * Liste, ajoute et libere des reservations, puis reecrit le
      * fichier a la sortie. VENTE-CPT libere de lui-meme les
      * reservations posees au nom d'un client (beneficiaire = nom
      * du client dans clients.dat) quand il lui vend l'article.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les ingredients d'une soiree pizza preparee dans SOIREES se
      * reservent d'un coup (beneficiaire SOIREE nnnn, echeance a la
      * date de la soiree) d'apres les pizzas prevues des convives
      * confirmes et recettes.txt ; pizza les libere quand la soiree
      * est tenue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Soirees pizza preparees par SOIREES et recettes des
      *    pizzas, pour reserver a l'avance les ingredients des
      *    pizzas prevues par les convives confirmes
           SELECT SOIREES-FICHIER ASSIGN TO "soirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOIREES-STATUS.

           SELECT RECETTES-FICHIER ASSIGN TO "recettes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECETTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que la table WS-RSV chargee par RUPTURE
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

      *    Meme decoupage que F-SOIREE / F-INVITE dans
      *    soirees-pizza.cbl
       FD  SOIREES-FICHIER.
       01  F-SOIREE.
           05 F-SOI-TYPE             PIC X.
           05 F-SOI-NUMERO           PIC 9(04).
           05 F-SOI-DATE             PIC 9(08).
           05 F-SOI-ORGANISATEUR     PIC X(20).
           05 F-SOI-BUDGET           PIC 9(5)V99.
           05 F-SOI-ETAT             PIC X.
           05 F-SOI-COMMANDE         PIC 9(04).
       01  F-INVITE.
           05 F-INV-TYPE             PIC X.
           05 F-INV-SOIREE           PIC 9(04).
           05 F-INV-NOM              PIC X(20).
           05 F-INV-PERSONNE         PIC 9(05).
           05 F-INV-REPONSE          PIC X.
           05 F-INV-PIZZA1           PIC X(10).
           05 F-INV-PIZZA2           PIC X(10).

      *    Meme decoupage que F-RECETTE dans conso-pizzas.cbl
       FD  RECETTES-FICHIER.
       01  F-RECETTE.
           05 F-RCT-PIZZA            PIC X(10).
           05 F-RCT-ARTICLE          PIC X(10).
           05 F-RCT-QTE              PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-RESERVATIONS-STATUS     PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-QTE-RESERVEE            PIC 9(06).
       01 WS-DISPONIBLE              PIC S9(06).

      *    Reservation des ingredients d'une soiree : pizzas prevues
      *    par type, besoins par article, beneficiaire "SOIREE nnnn"
      *    et echeance a la date de la soiree
       01 WS-SOIREES-STATUS          PIC XX.
       01 WS-RECETTES-STATUS         PIC XX.
       01 WS-FIN                     PIC X.
       01 WS-SOIREE-SAISIE           PIC 9(04).
       01 WS-SOIREE-DATE             PIC 9(08).
       01 WS-SOIREE-ETAT             PIC X.
       01 WS-TABLE-TYPES.
           05 WS-TYP OCCURS 20 TIMES.
              10 WS-TYP-PIZZA        PIC X(10).
              10 WS-TYP-QTE          PIC 9(03).
       01 WS-NB-TYP                  PIC 99 VALUE 0.
       01 WS-IDX-TYP                 PIC 99 VALUE 1.
       01 WS-IDX-TYP-TROUVE          PIC 99 VALUE 0.
       01 WS-PIZZA-PREVUE            PIC X(10).
       01 WS-TABLE-BESOINS.
           05 WS-BES OCCURS 30 TIMES.
              10 WS-BES-ARTICLE      PIC X(10).
              10 WS-BES-QTE          PIC 9(05).
       01 WS-NB-BES                  PIC 99 VALUE 0.
       01 WS-IDX-BES                 PIC 99 VALUE 1.
       01 WS-IDX-BES-TROUVE          PIC 99 VALUE 0.
       01 WS-BESOIN-LIGNE            PIC 9(05).
       01 WS-BENEF-SOIREE            PIC X(20).
       01 WS-NB-RSV-GARDEES          PIC 9(03).
       01 WS-NB-POSEES               PIC 99.

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
       MOVE "GERE-RESER" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM CHARGER-RESERVATIONS.

       PERFORM UNTIL WS-CHOIX = 5
           DISPLAY "----- RESERVATIONS DE STOCK -----"
           DISPLAY "1. Lister les reservations"
           DISPLAY "2. Reserver une quantite"
           DISPLAY "3. Liberer une reservation"
           DISPLAY "4. Reserver les ingredients d'une soiree pizza"
           DISPLAY "5. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

                   PERFORM LISTER-RESERVATIONS
               WHEN 2
                   PERFORM AJOUTER-RESERVATION
                       THRU AJOUTER-RESERVATION-FIN
               WHEN 3
                   PERFORM LIBERER-RESERVATION
                       THRU LIBERER-RESERVATION-FIN
               WHEN 4
                   PERFORM RESERVER-SOIREE THRU RESERVER-SOIREE-FIN
               WHEN 5
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-RESERVATIONS
                   END-IF
               CLOSE RESERVATIONS-FICHIER
               DISPLAY "reservations.txt mis a jour."
           END-IF.

      *    Reserve, pour la soiree saisie, les ingredients des pizzas
      *    prevues par ses convives confirmes (reponse O), d'apres
      *    recettes.txt ; une reservation deja posee pour la soiree
      *    est remplacee, la soiree tenue par pizza n'en a plus
       RESERVER-SOIREE.
           DISPLAY "Numero de la soiree : ".
           ACCEPT WS-SOIREE-SAISIE.
           MOVE SPACE TO WS-SOIREE-ETAT.
           MOVE 0 TO WS-NB-TYP.
           OPEN INPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS NOT = "00"
               DISPLAY "soirees.txt absent."
               GO TO RESERVER-SOIREE-FIN
           END-IF.
           PERFORM UNTIL WS-SOIREES-STATUS NOT = "00"
               READ SOIREES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-SOI-TYPE = "S"
                          AND F-SOI-NUMERO = WS-SOIREE-SAISIE
                           MOVE F-SOI-DATE TO WS-SOIREE-DATE
                           MOVE F-SOI-ETAT TO WS-SOIREE-ETAT
                       END-IF
                       IF F-INV-TYPE = "I"
                          AND F-INV-SOIREE = WS-SOIREE-SAISIE
                          AND F-INV-REPONSE = "O"
                           MOVE F-INV-PIZZA1 TO WS-PIZZA-PREVUE
                           PERFORM COMPTER-PIZZA-PREVUE
                           MOVE F-INV-PIZZA2 TO WS-PIZZA-PREVUE
                           PERFORM COMPTER-PIZZA-PREVUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOIREES-FICHIER.
           IF WS-SOIREE-ETAT = SPACE
               DISPLAY "Soiree inconnue."
               GO TO RESERVER-SOIREE-FIN
           END-IF.
           IF WS-SOIREE-ETAT NOT = "O"
               DISPLAY "Cette soiree a deja eu lieu."
               GO TO RESERVER-SOIREE-FIN
           END-IF.
           IF WS-NB-TYP = 0
               DISPLAY "Aucune pizza prevue par des convives "
                       "confirmes."
               GO TO RESERVER-SOIREE-FIN
           END-IF.

           MOVE 0 TO WS-NB-BES.
           OPEN INPUT RECETTES-FICHIER.
           IF WS-RECETTES-STATUS NOT = "00"
               DISPLAY "recettes.txt absent : rien a reserver."
               GO TO RESERVER-SOIREE-FIN
           END-IF.
           PERFORM UNTIL WS-RECETTES-STATUS NOT = "00"
               READ RECETTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       PERFORM VARYING WS-IDX-TYP FROM 1 BY 1
                               UNTIL WS-IDX-TYP > WS-NB-TYP
                           IF WS-TYP-PIZZA(WS-IDX-TYP) = F-RCT-PIZZA
                               COMPUTE WS-BESOIN-LIGNE =
                                       WS-TYP-QTE(WS-IDX-TYP)
                                       * F-RCT-QTE
                               PERFORM CUMULER-BESOIN
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE RECETTES-FICHIER.
           IF WS-NB-BES = 0
               DISPLAY "Aucune recette pour les pizzas prevues."
               GO TO RESERVER-SOIREE-FIN
           END-IF.

      *    Les reservations deja posees pour la soiree sont retirees
      *    avant d'etre reposees sur les besoins d'aujourd'hui
           MOVE SPACES TO WS-BENEF-SOIREE.
           STRING "SOIREE " WS-SOIREE-SAISIE
               DELIMITED BY SIZE INTO WS-BENEF-SOIREE.
           MOVE 0 TO WS-NB-RSV-GARDEES.
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-NB-RSV
               IF WS-RSV-BENEFICIAIRE(WS-IDX-RSV) NOT = WS-BENEF-SOIREE
                   ADD 1 TO WS-NB-RSV-GARDEES
                   MOVE WS-RSV(WS-IDX-RSV)
                       TO WS-RSV(WS-NB-RSV-GARDEES)
               END-IF
           END-PERFORM.
           IF WS-NB-RSV-GARDEES < WS-NB-RSV
               DISPLAY "Reservations precedentes de la soiree "
                       "retirees."
               MOVE WS-NB-RSV-GARDEES TO WS-NB-RSV
               MOVE "O" TO WS-MODIFIE
           END-IF.
           IF WS-NB-RSV + WS-NB-BES > 100
               DISPLAY "Le fichier des reservations est plein."
               GO TO RESERVER-SOIREE-FIN
           END-IF.

           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               GO TO RESERVER-SOIREE-FIN
           END-IF.
           MOVE 0 TO WS-NB-POSEES.
           PERFORM VARYING WS-IDX-BES FROM 1 BY 1
                   UNTIL WS-IDX-BES > WS-NB-BES
               MOVE WS-BES-ARTICLE(WS-IDX-BES) TO F-NOM-ARTICLE
               READ FICHIER-INVENTAIRE
                   INVALID KEY
                       DISPLAY "** Article de recette inconnu du "
                               "stock : " WS-BES-ARTICLE(WS-IDX-BES)
                               " **"
                   NOT INVALID KEY
                       PERFORM POSER-RESERVATION-SOIREE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.
           DISPLAY WS-NB-POSEES " reservation(s) posee(s) pour "
                   WS-BENEF-SOIREE.
       RESERVER-SOIREE-FIN.
           EXIT.

       COMPTER-PIZZA-PREVUE.
           IF WS-PIZZA-PREVUE NOT = SPACES
               MOVE 0 TO WS-IDX-TYP-TROUVE
               PERFORM VARYING WS-IDX-TYP FROM 1 BY 1
                       UNTIL WS-IDX-TYP > WS-NB-TYP
                       OR WS-IDX-TYP-TROUVE NOT = 0
                   IF WS-TYP-PIZZA(WS-IDX-TYP) = WS-PIZZA-PREVUE
                       MOVE WS-IDX-TYP TO WS-IDX-TYP-TROUVE
                   END-IF
               END-PERFORM
               IF WS-IDX-TYP-TROUVE = 0 AND WS-NB-TYP < 20
                   ADD 1 TO WS-NB-TYP
                   MOVE WS-NB-TYP TO WS-IDX-TYP-TROUVE
                   MOVE WS-PIZZA-PREVUE
                       TO WS-TYP-PIZZA(WS-IDX-TYP-TROUVE)
                   MOVE 0 TO WS-TYP-QTE(WS-IDX-TYP-TROUVE)
               END-IF
               IF WS-IDX-TYP-TROUVE NOT = 0
                   ADD 1 TO WS-TYP-QTE(WS-IDX-TYP-TROUVE)
               END-IF
           END-IF.

       CUMULER-BESOIN.
           MOVE 0 TO WS-IDX-BES-TROUVE.
           PERFORM VARYING WS-IDX-BES FROM 1 BY 1
                   UNTIL WS-IDX-BES > WS-NB-BES
                   OR WS-IDX-BES-TROUVE NOT = 0
               IF WS-BES-ARTICLE(WS-IDX-BES) = F-RCT-ARTICLE
                   MOVE WS-IDX-BES TO WS-IDX-BES-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-BES-TROUVE = 0 AND WS-NB-BES < 30
               ADD 1 TO WS-NB-BES
               MOVE WS-NB-BES TO WS-IDX-BES-TROUVE
               MOVE F-RCT-ARTICLE TO WS-BES-ARTICLE(WS-IDX-BES-TROUVE)
               MOVE 0 TO WS-BES-QTE(WS-IDX-BES-TROUVE)
           END-IF.
           IF WS-IDX-BES-TROUVE NOT = 0
               ADD WS-BESOIN-LIGNE TO WS-BES-QTE(WS-IDX-BES-TROUVE)
           END-IF.

      *    Reservation d'un besoin sur l'article lu, avec le
      *    disponible affiche comme a la saisie
       POSER-RESERVATION-SOIREE.
           MOVE WS-BES-ARTICLE(WS-IDX-BES) TO WS-ARTICLE-SAISI.
           PERFORM CUMULER-RESERVE.
           COMPUTE WS-DISPONIBLE =
                   F-STOCK-ARTICLE - WS-QTE-RESERVEE.
           DISPLAY WS-ARTICLE-SAISI " besoin "
                   WS-BES-QTE(WS-IDX-BES) "  disponible "
                   WS-DISPONIBLE.
           IF WS-BES-QTE(WS-IDX-BES) > WS-DISPONIBLE
               DISPLAY "** Attention : la reservation depasse le "
                       "disponible **"
           END-IF.
           ADD 1 TO WS-NB-RSV.
           MOVE WS-ARTICLE-SAISI TO WS-RSV-ARTICLE(WS-NB-RSV).
           MOVE WS-BES-QTE(WS-IDX-BES) TO WS-RSV-QTE(WS-NB-RSV).
           MOVE WS-BENEF-SOIREE TO WS-RSV-BENEFICIAIRE(WS-NB-RSV).
           MOVE WS-SOIREE-DATE TO WS-RSV-ECHEANCE(WS-NB-RSV).
           MOVE "O" TO WS-MODIFIE.
           ADD 1 TO WS-NB-POSEES.
