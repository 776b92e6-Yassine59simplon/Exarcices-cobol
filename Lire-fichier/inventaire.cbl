               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT FICHIER-RUPTURE ASSIGN TO "rupture.txt"

      *    Meme contenu que rupture.txt, au format CSV pour les
      *    tableurs
      *    Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      *    verifies au lancement : un ecart arrete le programme (code
      *    retour 8).
           SELECT FICHIER-RUPTURE-CSV ASSIGN TO "rupture.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUPTURE-CSV-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

      *    Historique des episodes de rupture termines : un article
      *    qui quitte l'etat RUPTURE y laisse ses dates d'entree et
      *    de sortie avant de perdre sa ligne d'etat
           SELECT FICHIER-EPISODES ASSIGN TO "ruptures-episodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPISODES-STATUS.

      *    Totaux lisibles par programme (cle/valeur), ecrits a cote
      *    du rapport pour que RESUME-JOUR n'ait plus a relire la
      *    mise en page de rupture.txt
           05  F-ETA-ETAT                      PIC X(07).
           05  F-ETA-DATE                      PIC 9(08).

       FD  FICHIER-EPISODES.
           COPY "EpisodeRupture.cpy".

      *    Meme decoupage que F-TOT-LIGNE dans resume-jour.cbl
       FD  TOTAUX-FICHIER.
       01  F-TOT-LIGNE.
       01 WS-RUPTURE-CSV-STATUS                PIC XX.
       01 WS-RESERVATIONS-STATUS               PIC XX.
       01 WS-ETAT-STATUS                       PIC XX.
       01 WS-EPISODES-STATUS                   PIC XX.
       01 WS-TOTAUX-STATUS                     PIC XX.
       01 WS-REJETS-STATUS                     PIC XX.
      *    Controles de lecture du maitre : compte des
      *    Tableau pouvant contenir jusqu'à WS-CAPACITE articles
           05 WS-ARTICLE OCCURS 100 TIMES.
              10 WS-NOM-ARTICLE                PIC X(10).
              10 WS-CODE-ARTICLE               PIC X(06).
              10 WS-STOCK-ARTICLE              PIC 9(05).
              10 WS-RAYON-ARTICLE              PIC 9(05).

      *    comme bas plutot que comme rupture
       01 WS-SEUIL-REAPPRO                     PIC 9(05) VALUE 0.

      *    Recherche ponctuelle d'un article par nom ou par code,
      *    avant le rapport
       01 WS-CHOIX-RECHERCHE                   PIC X     VALUE "N".
       01 WS-NOM-RECHERCHE                     PIC X(10).
       01 WS-IDX-TROUVE                        PIC 9(03) VALUE 0.
              10 WS-SIG-AGE                    PIC 9(04).
       01 WS-NB-SIGNALES                       PIC 9(03) VALUE 0.
       01 WS-IDX-SIG                           PIC 9(03) VALUE 1.
       01 WS-IDX-SIG-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-NB-EPISODES-CLOS                  PIC 9(03) VALUE 0.

      *    Case tampon pour l'echange de deux entrees pendant le tri
      *    de la section des ruptures les plus anciennes
      *    Nom de ce programme et compteurs a la taille attendue par
      *    JournalLog, pour la ligne ajoutee au journal commun des
      *    traitements par lot
       01 WS-NOM-PROGRAMME                      PIC X(10)
                                                VALUE "RUPTURE".
       01 WS-NB-LUES-JRN                        PIC 9(05).
       01 WS-NB-ECRITES-JRN                     PIC 9(05).
       01 WS-NB-REJETEES-JRN                    PIC 9(05).
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "RUPTURE".
       01 WS-REG-RAPPORT              PIC X(30) VALUE "rupture.txt".

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

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS TO WS-CAL-DATE.
       PERFORM CALCULER-JOUR-SERIE.
       MOVE WS-CAL-SERIE TO WS-SERIE-JOUR.
                  MOVE "O" TO WS-TROP-LIGNES
               ELSE
                  MOVE F-NOM-ARTICLE TO WS-NOM-ARTICLE(WS-IDX-ARTICLE)
                  MOVE F-CODE-ARTICLE
                      TO WS-CODE-ARTICLE(WS-IDX-ARTICLE)
                  MOVE F-STOCK-ARTICLE
                      TO WS-STOCK-ARTICLE(WS-IDX-ARTICLE)
                  IF F-RAYON-ARTICLE IS NUMERIC
               END-PERFORM
               PERFORM ECRIRE-SECTION-ANCIENNES
               PERFORM ECRIRE-SECTION-ECOULER
                   THRU ECRIRE-SECTION-ECOULER-FIN
               IF WS-RUPTURE-CSV-STATUS = "00"
                   CLOSE FICHIER-RUPTURE-CSV
               END-IF
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT

               PERFORM CLORE-EPISODES
                   THRU CLORE-EPISODES-FIN
               PERFORM ECRIRE-ETATS
               PERFORM ECRIRE-TOTAUX

                       " (voir rupture.rej)"
               DISPLAY "Articles signales : " WS-IDX-RUPTURE
               DISPLAY "Ruptures de rayon : " WS-NB-RAYON
               DISPLAY "Ruptures closes   : " WS-NB-EPISODES-CLOS

               MOVE WS-NUM-ENREG   TO WS-NB-LUES-JRN
               MOVE WS-IDX-RUPTURE TO WS-NB-ECRITES-JRN
               CLOSE FICHIER-ETAT
           END-IF.

      *    Avant la reecriture de etat-rupture.txt : chaque article
      *    qui y etait en RUPTURE et ne l'est plus aujourd'hui
      *    (reapprovisionne, passe BAS ou RAYON, ou sorti de
      *    l'assortiment) clot son episode dans ruptures-episodes.txt.
      *    Si la table des signales a deborde, rien n'est clos : un
      *    article absent de la table peut etre encore en rupture
       CLORE-EPISODES.
           IF WS-NB-SIGNALES NOT < WS-CAPACITE
               GO TO CLORE-EPISODES-FIN
           END-IF.
           OPEN EXTEND FICHIER-EPISODES.
           IF WS-EPISODES-STATUS NOT = "00"
               OPEN OUTPUT FICHIER-EPISODES
           END-IF.
           IF WS-EPISODES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire ruptures-episodes.txt"
               GO TO CLORE-EPISODES-FIN
           END-IF.
           PERFORM VARYING WS-IDX-ETA FROM 1 BY 1
                   UNTIL WS-IDX-ETA > WS-NB-ETATS
               IF WS-ETA-ETAT(WS-IDX-ETA) = "RUPTURE"
                   MOVE 0 TO WS-IDX-SIG-TROUVE
                   PERFORM VARYING WS-IDX-SIG FROM 1 BY 1
                           UNTIL WS-IDX-SIG > WS-NB-SIGNALES
                           OR WS-IDX-SIG-TROUVE NOT = 0
                       IF WS-SIG-NOM(WS-IDX-SIG) =
                               WS-ETA-NOM(WS-IDX-ETA)
                          AND WS-SIG-ETAT(WS-IDX-SIG) = "RUPTURE"
                           MOVE WS-IDX-SIG TO WS-IDX-SIG-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-IDX-SIG-TROUVE = 0
                       MOVE WS-ETA-NOM(WS-IDX-ETA)  TO F-EPI-ARTICLE
                       MOVE WS-ETA-DATE(WS-IDX-ETA) TO F-EPI-DEBUT
                       MOVE WS-DATE-SYS             TO F-EPI-FIN
                       WRITE F-EPISODE-RUPTURE
                       ADD 1 TO WS-NB-EPISODES-CLOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FICHIER-EPISODES.
       CLORE-EPISODES-FIN.
           EXIT.

      *    Reecrit etat-rupture.txt avec les seuls articles signales
      *    par cette execution : un article revenu a un stock sain
      *    perd sa date, un article toujours signale la conserve
           MOVE "ARTICLE   STOCKETAT   JOURS" TO LIGNE-RUPTURE-ENTETE
           WRITE LIGNE-RUPTURE-ENTETE.

      *    Demande un nom ou un code d'article et affiche son stock,
      *    sans toucher a inventaire.dat (pour une modification, voir
      *    AJUSTE-STOCK)
       RECHERCHER-ARTICLE.
           DISPLAY "Nom ou code de l'article : ".
           ACCEPT WS-NOM-RECHERCHE.
           MOVE FUNCTION UPPER-CASE(WS-NOM-RECHERCHE)
               TO WS-NOM-RECHERCHE.
           PERFORM TROUVER-ARTICLE.

           IF WS-IDX-TROUVE = 0
               DISPLAY "Aucun article trouve avec le nom ou code : "
                       WS-NOM-RECHERCHE
           ELSE
               MOVE WS-IDX-TROUVE TO WS-NDX-ARTICLE
                       "  disponible = " WS-DISPONIBLE
           END-IF.

      *    Recherche le premier article dont le nom, ou a defaut le
      *    code article, correspond a WS-NOM-RECHERCHE
       TROUVER-ARTICLE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-ARTICLE FROM 1 BY 1
                   MOVE WS-IDX-ARTICLE TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = 0 AND WS-NOM-RECHERCHE(7:4) = SPACES
               PERFORM VARYING WS-IDX-ARTICLE FROM 1 BY 1
                       UNTIL WS-IDX-ARTICLE > WS-NB-LUES
                       OR WS-IDX-TROUVE NOT = 0
                   IF WS-CODE-ARTICLE(WS-IDX-ARTICLE) =
                      WS-NOM-RECHERCHE(1:6)
                       MOVE WS-IDX-ARTICLE TO WS-IDX-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

      *    Ajoute au fichier CSV la ligne qui vient d'etre ecrite dans
      *    LIGNE-RUPTURE, debarrassee des espaces de bourrage
