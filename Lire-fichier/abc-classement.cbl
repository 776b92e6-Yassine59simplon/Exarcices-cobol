       PROGRAM-ID. ABC-CLASSE.
      * Classement ABC des articles par valeur de mouvement : cumule
      * par article la valeur deplacee (quantites de mouvements.txt x
      * cout d'achat moyen du maitre inventaire.dat, prix de vente a
      * defaut de cout) sur les N derniers jours (cle
      * PERIODE-ABC de parametres.txt, 90 par defaut), classe les
      * articles par valeur decroissante, range en A le haut du
      * classement jusqu'a 80 % de la valeur totale, en B jusqu'a
      * chaque article dans abc-classement.txt. Les transferts
      * reserve/rayon ne deplacent pas de valeur et sont ignores.
      * Sert a regler la frequence de comptage et le seuil de
      * reapprovisionnement par classe. Les mouvements sont lus dans
      * le journal indexe mouvements.dat, positionne par START sur
      * le premier jour de la periode.
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

           SELECT ABC-FICHIER ASSIGN TO "abc-classement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  ABC-FICHIER.
       01  LIGNE-ABC             PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-ABC-STATUS                        PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       01 WS-IDX-TRI1                          PIC 9(03) VALUE 1.
       01 WS-IDX-TRI2                          PIC 9(03) VALUE 1.

      *    Premier jour de la periode, obtenu en reculant jour par
      *    jour depuis la date systeme (longueurs de mois venant de
      *    JoursMois)
       01 WS-DATE-DEBUT                        PIC 9(8).
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9(03).

      *    Valeur de la ligne, total general et cumuls du classement
       01 WS-VALEUR-MVT                        PIC 9(12)V99.

       77 WS-DATE-SYS                          PIC 9(8).

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
       MOVE "ABC-CLASSE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       MOVE "PERIODE-ABC" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
       END-IF.
       PERFORM CUMULER-MOUVEMENTS.
       PERFORM TRIER-PAR-VALEUR.
       PERFORM CLASSER-ET-ECRIRE
           THRU CLASSER-ET-ECRIRE-FIN.

       GOBACK.

                                   TO WS-ART-NOM(WS-NB-ART)
                               MOVE F-PRIX-ARTICLE
                                   TO WS-ART-PRIX(WS-NB-ART)
                               IF F-COUT-ARTICLE IS NUMERIC
                                  AND F-COUT-ARTICLE > 0
                                   MOVE F-COUT-ARTICLE
                                       TO WS-ART-PRIX(WS-NB-ART)
                               END-IF
                               MOVE 0 TO WS-ART-VALEUR(WS-NB-ART)
                           END-IF
                   END-READ
      *    entrees et sorties comptent toutes deux, les transferts
      *    non
       CUMULER-MOUVEMENTS.
           PERFORM CALCULER-DATE-DEBUT.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "mouvements.dat absent : aucun mouvement a "
                       "classer"
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
                               IF F-MVI-MOTIF(1:9) NOT = "TRANSFERT"
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

       CUMULER-LIGNE-MVT.
           MOVE 0 TO WS-IDX-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR WS-IDX-ART-TROUVE NOT = 0
               IF WS-ART-NOM(WS-IDX-ART) = F-MVI-ARTICLE
                   MOVE WS-IDX-ART TO WS-IDX-ART-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-ART-TROUVE NOT = 0
               ADD 1 TO WS-NB-MVT-RETENUS
               COMPUTE WS-VALEUR-MVT = F-MVI-QUANTITE
                       * WS-ART-PRIX(WS-IDX-ART-TROUVE)
               ADD WS-VALEUR-MVT
                   TO WS-ART-VALEUR(WS-IDX-ART-TROUVE)
               ADD WS-VALEUR-MVT TO WS-TOTAL-VALEUR
           END-IF.

      *    Tri a bulles de WS-ART par valeur deplacee decroissante
       TRIER-PAR-VALEUR.
