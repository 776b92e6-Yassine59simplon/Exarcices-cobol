      * La periode vient de la cle PERIODE-COUVERTURE de
      * parametres.txt (30 jours par defaut) ; le rapport est ecrit
      * dans couverture.txt au meme format pagine que rupture.txt.
      * Les sorties sont lues dans le journal indexe mouvements.dat,
      * positionne par START sur le premier jour de la periode.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

           SELECT COUVERTURE-FICHIER ASSIGN TO "couverture.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  COUVERTURE-FICHIER.
       01  LIGNE-COUVERTURE                    PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-COUVERTURE-STATUS                 PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       01 WS-IDX-SOR                           PIC 9(03) VALUE 1.
       01 WS-IDX-SOR-TROUVE                    PIC 9(03) VALUE 0.

      *    Premier jour de la periode, obtenu en reculant jour par
      *    jour depuis la date systeme (longueurs de mois venant de
      *    JoursMois)
       01 WS-DATE-DEBUT                        PIC 9(8).
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9(03).

      *    Moyenne journaliere et couverture de l'article courant
       01 WS-MOYENNE-JOUR                      PIC 9(05)V99.
       01 WS-LIGNE-PAGE                         PIC 9(03) VALUE 0.
       77 WS-PAGE-TAILLE                        PIC 9(03) VALUE 20.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "COUVERTURE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       MOVE "PERIODE-COUVERTURE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
                   END-READ
               END-PERFORM
               PERFORM ECRIRE-SECTION-STOCK-MORT
                   THRU ECRIRE-SECTION-STOCK-MORT-FIN
               CLOSE COUVERTURE-FICHIER

               DISPLAY " "

       GOBACK.

      *    Parcourt mouvements.dat a partir du premier jour de la
      *    periode et cumule, par article, les quantites sorties
      *    (signe -) jusqu'a aujourd'hui ; l'absence du journal n'est
      *    pas une erreur
       CUMULER-SORTIES.
           PERFORM CALCULER-DATE-DEBUT.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "mouvements.dat absent : aucune sortie connue"
           ELSE
               MOVE WS-DATE-DEBUT TO F-MVI-D-DATE
               MOVE 0 TO F-MVI-D-HEURE
               START MVT-INDEXE-FICHIER
                   KEY IS NOT LESS THAN F-MVI-CLE-DATE
                   INVALID KEY
                       MOVE "F" TO WS-FIN
               END-START
               PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
                   READ MVT-INDEXE-FICHIER NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MVI-D-DATE > WS-DATE-SYS
                               MOVE "10" TO WS-MVT-INDEXE-STATUS
                           ELSE
                               IF F-MVI-SIGNE = "-"
                                   PERFORM CUMULER-LIGNE-MVT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-INDEXE-FICHIER
           END-IF.

      *    Premier jour retenu : WS-PERIODE jours en comptant
      *    aujourd'hui
       CALCULER-DATE-DEBUT.
           MOVE WS-DATE-SYS(1:4) TO WS-AV-ANNEE.
           MOVE WS-DATE-SYS(5:2) TO WS-AV-MOIS.
           MOVE WS-DATE-SYS(7:2) TO WS-AV-JOUR.
           PERFORM VARYING WS-AV-N FROM 2 BY 1
                   UNTIL WS-AV-N > WS-PERIODE
               PERFORM RECULER-UN-JOUR
           END-PERFORM.
           COMPUTE WS-DATE-DEBUT = WS-AV-ANNEE * 10000
                   + WS-AV-MOIS * 100 + WS-AV-JOUR.

       RECULER-UN-JOUR.
           IF WS-AV-JOUR > 1
               SUBTRACT 1 FROM WS-AV-JOUR
           ELSE
               IF WS-AV-MOIS > 1
                   SUBTRACT 1 FROM WS-AV-MOIS
               ELSE
                   MOVE 12 TO WS-AV-MOIS
                   SUBTRACT 1 FROM WS-AV-ANNEE
               END-IF
               CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE
                                       WS-AV-JOURS-MAX
               MOVE WS-AV-JOURS-MAX TO WS-AV-JOUR
           END-IF.

      *    Ajoute la sortie lue au cumul de son article
       CUMULER-LIGNE-MVT.
           ADD 1 TO WS-NB-MVT-RETENUS.
           MOVE 0 TO WS-IDX-SOR-TROUVE.
           PERFORM VARYING WS-IDX-SOR FROM 1 BY 1
                   UNTIL WS-IDX-SOR > WS-NB-SOR
                   OR WS-IDX-SOR-TROUVE NOT = 0
               IF WS-SOR-ARTICLE(WS-IDX-SOR) = F-MVI-ARTICLE
                   MOVE WS-IDX-SOR TO WS-IDX-SOR-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-SOR-TROUVE = 0
               IF WS-NB-SOR < WS-SOR-CAPACITE
                   ADD 1 TO WS-NB-SOR
                   MOVE F-MVI-ARTICLE
                       TO WS-SOR-ARTICLE(WS-NB-SOR)
                   MOVE F-MVI-QUANTITE
                       TO WS-SOR-QUANTITE(WS-NB-SOR)
               END-IF
           ELSE
               ADD F-MVI-QUANTITE
                   TO WS-SOR-QUANTITE(WS-IDX-SOR-TROUVE)
           END-IF.

      *    Ligne du rapport pour l'article courant du maitre : sortie
