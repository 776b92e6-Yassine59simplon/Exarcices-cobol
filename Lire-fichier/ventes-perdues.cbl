       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTES-PERD.
      * Estimation des ventes perdues pendant les ruptures, sur une
      * periode de mois saisie. Les episodes de rupture viennent de
      * ruptures-episodes.txt (episodes termines, ecrit par RUPTURE)
      * et de etat-rupture.txt (articles encore en RUPTURE, comptes
      * jusqu'a aujourd'hui). Pour chaque episode, seuls les jours
      * tombant dans la periode sont retenus ; la vente normale par
      * jour est la moyenne des sorties de vente (motifs VENTE et
      * PIZZA du journal indexe mouvements.dat) des JOURS-REF-PERTES
      * jours precedant le debut de l'episode (parametres.txt, 28
      * par defaut). Ventes manquees = jours en rupture x vente
      * normale par jour, valorisees au prix de vente
      * F-PRIX-ARTICLE du maitre. Le rapport ventes-perdues.txt
      * donne le detail par episode puis les totaux par article, par
      * fournisseur (F-FOURN-ARTICLE du maitre) et par mois, au meme
      * format pagine que demarque.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT EPISODES-FICHIER ASSIGN TO "ruptures-episodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPISODES-STATUS.

           SELECT ETAT-FICHIER ASSIGN TO "etat-rupture.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAT-STATUS.

           SELECT PERDUES-FICHIER ASSIGN TO "ventes-perdues.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDUES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  EPISODES-FICHIER.
           COPY "EpisodeRupture.cpy".

      *    Meme decoupage que F-LIGNE-ETAT dans inventaire.cbl
       FD  ETAT-FICHIER.
       01  F-LIGNE-ETAT.
           05  F-ETA-NOM                       PIC X(10).
           05  F-ETA-ETAT                      PIC X(07).
           05  F-ETA-DATE                      PIC 9(08).

       FD  PERDUES-FICHIER.
       01  LIGNE-PERDUES                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-EPISODES-STATUS                   PIC XX.
       01 WS-ETAT-STATUS                       PIC XX.
       01 WS-PERDUES-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Lecture du fichier de configuration parametres.txt via le
      *    sous-programme partage Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Bornes de la periode analysee (mois AAAAMM saisis, jours
      *    AAAAMMJJ : du premier du premier mois au dernier jour du
      *    dernier mois, sans depasser aujourd'hui)
       01 WS-MOIS-DEBUT                        PIC 9(06).
       01 WS-MOIS-FIN                          PIC 9(06).
       01 WS-PER-DEBUT                         PIC 9(08).
       01 WS-PER-FIN                           PIC 9(08).

      *    Nombre de jours d'historique avant l'episode qui donnent
      *    la vente normale par jour (cle JOURS-REF-PERTES)
       01 WS-JOURS-REF                         PIC 9(03) VALUE 28.

      *    Episodes de rupture retenus : termines (fin = jour de
      *    sortie de rupture, exclu) ou en cours (fin = aujourd'hui)
       01 WS-TABLE-EPI.
           05 WS-EPI OCCURS 300 TIMES.
              10 WS-EPI-ARTICLE                PIC X(10).
              10 WS-EPI-DEBUT                  PIC 9(08).
              10 WS-EPI-FIN                    PIC 9(08).
              10 WS-EPI-EN-COURS               PIC X.
       77 WS-EPI-CAPACITE                      PIC 9(03) VALUE 300.
       01 WS-NB-EPI                            PIC 9(03) VALUE 0.
       01 WS-IDX-EPI                           PIC 9(03) VALUE 1.
       01 WS-TROP-EPI                          PIC X VALUE "N".

      *    Totaux de la periode par article
       01 WS-TABLE-ART.
           05 WS-ART OCCURS 200 TIMES.
              10 WS-ART-NOM                    PIC X(10).
              10 WS-ART-FOURN                  PIC X(10).
              10 WS-ART-JOURS                  PIC 9(05).
              10 WS-ART-QTE                    PIC 9(07)V99.
              10 WS-ART-VALEUR                 PIC 9(09)V99.
       77 WS-ART-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-ART                            PIC 9(03) VALUE 0.
       01 WS-IDX-ART                           PIC 9(03) VALUE 1.
       01 WS-IDX-ART-TROUVE                    PIC 9(03) VALUE 0.

      *    Totaux de la periode par fournisseur
       01 WS-TABLE-FOU.
           05 WS-FOU OCCURS 50 TIMES.
              10 WS-FOU-CODE                   PIC X(10).
              10 WS-FOU-EPISODES               PIC 9(04).
              10 WS-FOU-JOURS                  PIC 9(05).
              10 WS-FOU-VALEUR                 PIC 9(09)V99.
       77 WS-FOU-CAPACITE                      PIC 9(02) VALUE 50.
       01 WS-NB-FOU                            PIC 9(02) VALUE 0.
       01 WS-IDX-FOU                           PIC 9(02) VALUE 1.
       01 WS-IDX-FOU-TROUVE                    PIC 9(02) VALUE 0.

      *    Totaux de la periode par mois, garnis jour par jour
       01 WS-TABLE-MOI.
           05 WS-MOI OCCURS 60 TIMES.
              10 WS-MOI-MOIS                   PIC 9(06).
              10 WS-MOI-JOURS                  PIC 9(05).
              10 WS-MOI-VALEUR                 PIC 9(09)V99.
       77 WS-MOI-CAPACITE                      PIC 9(02) VALUE 60.
       01 WS-NB-MOI                            PIC 9(02) VALUE 0.
       01 WS-IDX-MOI                           PIC 9(02) VALUE 1.
       01 WS-IDX-MOI-TROUVE                    PIC 9(02) VALUE 0.
       01 WS-TEMP-MOI                          PIC X(22).
       01 WS-IDX-TRI1                          PIC 9(02) VALUE 1.
       01 WS-IDX-TRI2                          PIC 9(02) VALUE 1.

      *    Episode en cours de chiffrage
       01 WS-EP-EN-COURS                       PIC X VALUE "N".
       01 WS-EP-PRIX                           PIC 9(04)V99.
       01 WS-EP-FOURN                          PIC X(10).
       01 WS-EP-REF-DEBUT                      PIC 9(08).
       01 WS-EP-VENDU                          PIC 9(07).
       01 WS-EP-MOYENNE                        PIC 9(05)V99.
       01 WS-EP-VALEUR-JOUR                    PIC 9(07)V99.
       01 WS-EP-JOURS                          PIC 9(05).
       01 WS-EP-QTE                            PIC 9(07)V99.
       01 WS-EP-VALEUR                         PIC 9(09)V99.
       01 WS-DATE-COUR                         PIC 9(08).

      *    Date AAAAMMJJ decomposee pour avancer ou reculer d'un
      *    jour (longueurs de mois venant de JoursMois)
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9(05).

      *    Totaux generaux et compteurs
       01 WS-TOTAL-JOURS                       PIC 9(07) VALUE 0.
       01 WS-TOTAL-QTE                         PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-VALEUR                      PIC 9(11)V99 VALUE 0.
       01 WS-NB-EPI-CHIFFRES                   PIC 9(05) VALUE 0.
       01 WS-NB-SANS-REFERENCE                 PIC 9(05) VALUE 0.

      *    Zones d'edition
       01 WS-JOURS-AFF                         PIC Z(04)9.
       01 WS-MOYENNE-AFF                       PIC Z(04)9.99.
       01 WS-QTE-AFF                           PIC Z(06)9.99.
       01 WS-VALEUR-AFF                        PIC Z(08)9.99.
       01 WS-EPISODES-AFF                      PIC Z(03)9.
       01 WS-TOTAL-AFF                         PIC Z(10)9.99.
       01 WS-FIN-AFF                           PIC X(08).
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Date systeme et compteurs de pagination pour l'entete
      *    repetee de ventes-perdues.txt
       77 WS-DATE-SYS                           PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ                    PIC 99.
           05 FILLER                             PIC X VALUE "/".
           05 WS-DATE-AFF-MM                     PIC 99.
           05 FILLER                             PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA                   PIC 9(4).
       01 WS-PAGE-NUM                           PIC 9(03) VALUE 0.
       01 WS-LIGNE-PAGE                         PIC 9(03) VALUE 0.
       77 WS-PAGE-TAILLE                        PIC 9(03) VALUE 20.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "VENTES-PERD".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "ventes-perdues.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "VENTES-PER".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

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
       MOVE "VENTES-PER" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "Premier mois analyse (AAAAMM) : ".
       ACCEPT WS-MOIS-DEBUT.
       DISPLAY "Dernier mois analyse (AAAAMM, 0 = mois courant) : ".
       ACCEPT WS-MOIS-FIN.
       IF WS-MOIS-FIN = 0
           MOVE WS-DATE-SYS(1:6) TO WS-MOIS-FIN
       END-IF.
       IF WS-MOIS-DEBUT = 0 OR WS-MOIS-DEBUT > WS-MOIS-FIN
           MOVE WS-MOIS-FIN TO WS-MOIS-DEBUT
       END-IF.
       COMPUTE WS-PER-DEBUT = WS-MOIS-DEBUT * 100 + 1.
       MOVE WS-MOIS-FIN(1:4) TO WS-AV-ANNEE.
       MOVE WS-MOIS-FIN(5:2) TO WS-AV-MOIS.
       CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE WS-AV-JOURS-MAX.
       COMPUTE WS-PER-FIN = WS-MOIS-FIN * 100 + WS-AV-JOURS-MAX.
       IF WS-PER-FIN > WS-DATE-SYS
           MOVE WS-DATE-SYS TO WS-PER-FIN
       END-IF.

       MOVE "JOURS-REF-PERTES" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOURS-REF = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-JOURS-REF = 0
           MOVE 28 TO WS-JOURS-REF
       END-IF.

       PERFORM CHARGER-EPISODES.
       PERFORM CHARGER-RUPTURES-EN-COURS.
       IF WS-TROP-EPI = "O"
           DISPLAY "** Plus de " WS-EPI-CAPACITE " episodes sur la "
                   "periode : les suivants sont ignores **"
       END-IF.

       OPEN INPUT FICHIER-INVENTAIRE.
       IF WS-INVENTAIRE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   WS-INVENTAIRE-STATUS ")"
       ELSE
           OPEN INPUT MVT-INDEXE-FICHIER
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "mouvements.dat absent : aucune vente de "
                       "reference connue"
               MOVE "35" TO WS-MVT-INDEXE-STATUS
           END-IF
           OPEN OUTPUT PERDUES-FICHIER
           IF WS-PERDUES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire ventes-perdues.txt"
           ELSE
               PERFORM IMPRIMER-ENTETE-PERDUES
               MOVE "ARTICLE    DEBUT    FIN      JOURS  VENTE/J"
                 & "  QTE PERDUE        VALEUR" TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               PERFORM VARYING WS-IDX-EPI FROM 1 BY 1
                       UNTIL WS-IDX-EPI > WS-NB-EPI
                   PERFORM CHIFFRER-EPISODE
                       THRU CHIFFRER-EPISODE-FIN
               END-PERFORM
               IF WS-NB-EPI-CHIFFRES = 0
                   MOVE "   Aucune rupture sur la periode"
                       TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
               PERFORM ECRIRE-TOTAUX-ARTICLES
               PERFORM ECRIRE-TOTAUX-FOURNISSEURS
               PERFORM TRIER-MOIS
               PERFORM ECRIRE-TOTAUX-MOIS
               PERFORM ECRIRE-TOTAL-GENERAL
               CLOSE PERDUES-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT

               MOVE WS-TOTAL-VALEUR TO WS-TOTAL-AFF
               DISPLAY " "
               DISPLAY "Episodes de rupture chiffres : "
                       WS-NB-EPI-CHIFFRES
               DISPLAY "Sans vente de reference      : "
                       WS-NB-SANS-REFERENCE
               DISPLAY "Ventes perdues (prix vente)  : " WS-TOTAL-AFF
           END-IF
           IF WS-MVT-INDEXE-STATUS NOT = "35"
               CLOSE MVT-INDEXE-FICHIER
           END-IF
           CLOSE FICHIER-INVENTAIRE
       END-IF.

       MOVE WS-NB-EPI TO WS-NB-LUES-JRN.
       MOVE WS-NB-EPI-CHIFFRES TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge les episodes termines qui touchent la periode :
      *    debut au plus tard le dernier jour, fin (exclue) apres le
      *    premier jour ; l'absence du fichier n'est pas une erreur
       CHARGER-EPISODES.
           OPEN INPUT EPISODES-FICHIER.
           IF WS-EPISODES-STATUS = "00"
               PERFORM UNTIL WS-EPISODES-STATUS NOT = "00"
                   READ EPISODES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-EPI-DEBUT IS NUMERIC
                              AND F-EPI-FIN IS NUMERIC
                              AND F-EPI-DEBUT <= WS-PER-FIN
                              AND F-EPI-FIN > WS-PER-DEBUT
                               MOVE F-EPI-ARTICLE TO F-ETA-NOM
                               MOVE F-EPI-DEBUT TO F-ETA-DATE
                               MOVE F-EPI-FIN TO WS-DATE-COUR
                               MOVE "N" TO WS-EP-EN-COURS
                               PERFORM MEMORISER-EPISODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EPISODES-FICHIER
           END-IF.

      *    Ajoute les articles encore en RUPTURE dans etat-rupture.txt
      *    (episode en cours, compte jusqu'a aujourd'hui)
       CHARGER-RUPTURES-EN-COURS.
           OPEN INPUT ETAT-FICHIER.
           IF WS-ETAT-STATUS = "00"
               PERFORM UNTIL WS-ETAT-STATUS NOT = "00"
                   READ ETAT-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ETA-ETAT = "RUPTURE"
                              AND F-ETA-DATE IS NUMERIC
                              AND F-ETA-DATE <= WS-PER-FIN
                              AND WS-DATE-SYS > WS-PER-DEBUT
                               MOVE WS-DATE-SYS TO WS-DATE-COUR
                               MOVE "O" TO WS-EP-EN-COURS
                               PERFORM MEMORISER-EPISODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ETAT-FICHIER
           END-IF.

      *    Range l'episode F-ETA-NOM du F-ETA-DATE au WS-DATE-COUR,
      *    WS-EP-EN-COURS a "O" s'il vient de etat-rupture.txt
       MEMORISER-EPISODE.
           IF WS-NB-EPI NOT < WS-EPI-CAPACITE
               MOVE "O" TO WS-TROP-EPI
           ELSE
               ADD 1 TO WS-NB-EPI
               MOVE F-ETA-NOM    TO WS-EPI-ARTICLE(WS-NB-EPI)
               MOVE F-ETA-DATE   TO WS-EPI-DEBUT(WS-NB-EPI)
               MOVE WS-DATE-COUR TO WS-EPI-FIN(WS-NB-EPI)
               MOVE WS-EP-EN-COURS TO WS-EPI-EN-COURS(WS-NB-EPI)
           END-IF.

      *    Chiffre l'episode WS-IDX-EPI : vente normale par jour avant
      *    l'episode, jours en rupture dans la periode (repartis sur
      *    leurs mois), quantite et valeur manquees ; ecrit la ligne
      *    de detail et cumule par article et par fournisseur
       CHIFFRER-EPISODE.
           MOVE WS-EPI-ARTICLE(WS-IDX-EPI) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   MOVE 0 TO WS-EP-PRIX
                   MOVE "(inconnu)" TO WS-EP-FOURN
               NOT INVALID KEY
                   MOVE F-PRIX-ARTICLE TO WS-EP-PRIX
                   MOVE F-FOURN-ARTICLE TO WS-EP-FOURN
           END-READ.
           IF WS-EP-FOURN = SPACES
               MOVE "(aucun)" TO WS-EP-FOURN
           END-IF.
           PERFORM CALCULER-VENTE-NORMALE
               THRU CALCULER-VENTE-NORMALE-FIN.
           COMPUTE WS-EP-VALEUR-JOUR ROUNDED =
                   WS-EP-MOYENNE * WS-EP-PRIX.

      *    Jours en rupture dans la periode, du debut de l'episode
      *    (ou du premier jour de la periode) a la veille de la fin
           MOVE 0 TO WS-EP-JOURS.
           MOVE WS-EPI-DEBUT(WS-IDX-EPI) TO WS-DATE-COUR.
           IF WS-DATE-COUR < WS-PER-DEBUT
               MOVE WS-PER-DEBUT TO WS-DATE-COUR
           END-IF.
           MOVE WS-DATE-COUR(1:4) TO WS-AV-ANNEE.
           MOVE WS-DATE-COUR(5:2) TO WS-AV-MOIS.
           MOVE WS-DATE-COUR(7:2) TO WS-AV-JOUR.
           PERFORM UNTIL WS-DATE-COUR >= WS-EPI-FIN(WS-IDX-EPI)
                      OR WS-DATE-COUR > WS-PER-FIN
               ADD 1 TO WS-EP-JOURS
               PERFORM CUMULER-JOUR-MOIS
               PERFORM AVANCER-UN-JOUR
               COMPUTE WS-DATE-COUR = WS-AV-ANNEE * 10000
                       + WS-AV-MOIS * 100 + WS-AV-JOUR
           END-PERFORM.
           IF WS-EP-JOURS = 0
               GO TO CHIFFRER-EPISODE-FIN
           END-IF.
           ADD 1 TO WS-NB-EPI-CHIFFRES.
           IF WS-EP-VENDU = 0
               ADD 1 TO WS-NB-SANS-REFERENCE
           END-IF.
           COMPUTE WS-EP-QTE = WS-EP-MOYENNE * WS-EP-JOURS.
           COMPUTE WS-EP-VALEUR = WS-EP-VALEUR-JOUR * WS-EP-JOURS.
           ADD WS-EP-JOURS  TO WS-TOTAL-JOURS.
           ADD WS-EP-QTE    TO WS-TOTAL-QTE.
           ADD WS-EP-VALEUR TO WS-TOTAL-VALEUR.
           PERFORM CUMULER-ARTICLE.
           PERFORM CUMULER-FOURNISSEUR.

           IF WS-EPI-EN-COURS(WS-IDX-EPI) = "O"
               MOVE "EN COURS" TO WS-FIN-AFF
           ELSE
               MOVE WS-EPI-FIN(WS-IDX-EPI) TO WS-FIN-AFF
           END-IF.
           MOVE WS-EP-JOURS   TO WS-JOURS-AFF.
           MOVE WS-EP-MOYENNE TO WS-MOYENNE-AFF.
           MOVE WS-EP-QTE     TO WS-QTE-AFF.
           MOVE WS-EP-VALEUR  TO WS-VALEUR-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-EPI-ARTICLE(WS-IDX-EPI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EPI-DEBUT(WS-IDX-EPI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIN-AFF DELIMITED BY SIZE
                  WS-JOURS-AFF DELIMITED BY SIZE
                  WS-MOYENNE-AFF DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
       CHIFFRER-EPISODE-FIN.
           EXIT.

      *    Vente normale par jour de l'article avant l'episode : les
      *    sorties VENTE et PIZZA des WS-JOURS-REF jours qui precedent
      *    son debut, lues par la cle article + date de mouvements.dat
       CALCULER-VENTE-NORMALE.
           MOVE 0 TO WS-EP-VENDU.
           MOVE 0 TO WS-EP-MOYENNE.
           IF WS-MVT-INDEXE-STATUS = "35"
               GO TO CALCULER-VENTE-NORMALE-FIN
           END-IF.
           MOVE WS-EPI-DEBUT(WS-IDX-EPI)(1:4) TO WS-AV-ANNEE.
           MOVE WS-EPI-DEBUT(WS-IDX-EPI)(5:2) TO WS-AV-MOIS.
           MOVE WS-EPI-DEBUT(WS-IDX-EPI)(7:2) TO WS-AV-JOUR.
           PERFORM VARYING WS-AV-N FROM 1 BY 1
                   UNTIL WS-AV-N > WS-JOURS-REF
               PERFORM RECULER-UN-JOUR
           END-PERFORM.
           COMPUTE WS-EP-REF-DEBUT = WS-AV-ANNEE * 10000
                   + WS-AV-MOIS * 100 + WS-AV-JOUR.
           MOVE WS-EPI-ARTICLE(WS-IDX-EPI) TO F-MVI-ARTICLE.
           MOVE WS-EP-REF-DEBUT TO F-MVI-DATE.
           MOVE 0 TO F-MVI-HEURE.
           MOVE 0 TO F-MVI-ORDRE.
           START MVT-INDEXE-FICHIER
               KEY IS NOT LESS THAN F-MVI-CLE
               INVALID KEY
                   MOVE "23" TO WS-MVT-INDEXE-STATUS
           END-START.
           PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
               READ MVT-INDEXE-FICHIER NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-MVI-ARTICLE
                              NOT = WS-EPI-ARTICLE(WS-IDX-EPI)
                          OR F-MVI-DATE >= WS-EPI-DEBUT(WS-IDX-EPI)
                           MOVE "10" TO WS-MVT-INDEXE-STATUS
                       ELSE
                           IF F-MVI-SIGNE = "-"
                              AND (F-MVI-MOTIF = "VENTE"
                                   OR F-MVI-MOTIF = "PIZZA")
                               ADD F-MVI-QUANTITE TO WS-EP-VENDU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *    Le fichier reste ouvert pour l'episode suivant
           MOVE "00" TO WS-MVT-INDEXE-STATUS.
           COMPUTE WS-EP-MOYENNE ROUNDED = WS-EP-VENDU / WS-JOURS-REF.
       CALCULER-VENTE-NORMALE-FIN.
           EXIT.

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

       AVANCER-UN-JOUR.
           CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE
                                   WS-AV-JOURS-MAX.
           IF WS-AV-JOUR < WS-AV-JOURS-MAX
               ADD 1 TO WS-AV-JOUR
           ELSE
               MOVE 1 TO WS-AV-JOUR
               IF WS-AV-MOIS < 12
                   ADD 1 TO WS-AV-MOIS
               ELSE
                   MOVE 1 TO WS-AV-MOIS
                   ADD 1 TO WS-AV-ANNEE
               END-IF
           END-IF.

      *    Ajoute le jour WS-DATE-COUR et sa vente manquee au total
      *    de son mois (cree l'entree au premier jour du mois)
       CUMULER-JOUR-MOIS.
           MOVE 0 TO WS-IDX-MOI-TROUVE.
           PERFORM VARYING WS-IDX-MOI FROM 1 BY 1
                   UNTIL WS-IDX-MOI > WS-NB-MOI
                   OR WS-IDX-MOI-TROUVE NOT = 0
               IF WS-MOI-MOIS(WS-IDX-MOI) = WS-DATE-COUR(1:6)
                   MOVE WS-IDX-MOI TO WS-IDX-MOI-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-MOI-TROUVE = 0
              AND WS-NB-MOI < WS-MOI-CAPACITE
               ADD 1 TO WS-NB-MOI
               MOVE WS-NB-MOI TO WS-IDX-MOI-TROUVE
               MOVE WS-DATE-COUR(1:6) TO WS-MOI-MOIS(WS-NB-MOI)
               MOVE 0 TO WS-MOI-JOURS(WS-NB-MOI)
               MOVE 0 TO WS-MOI-VALEUR(WS-NB-MOI)
           END-IF.
           IF WS-IDX-MOI-TROUVE NOT = 0
               ADD 1 TO WS-MOI-JOURS(WS-IDX-MOI-TROUVE)
               ADD WS-EP-VALEUR-JOUR
                   TO WS-MOI-VALEUR(WS-IDX-MOI-TROUVE)
           END-IF.

      *    Reporte l'episode chiffre au total de son article
       CUMULER-ARTICLE.
           MOVE 0 TO WS-IDX-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR WS-IDX-ART-TROUVE NOT = 0
               IF WS-ART-NOM(WS-IDX-ART) = WS-EPI-ARTICLE(WS-IDX-EPI)
                   MOVE WS-IDX-ART TO WS-IDX-ART-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-ART-TROUVE = 0
              AND WS-NB-ART < WS-ART-CAPACITE
               ADD 1 TO WS-NB-ART
               MOVE WS-NB-ART TO WS-IDX-ART-TROUVE
               MOVE WS-EPI-ARTICLE(WS-IDX-EPI) TO WS-ART-NOM(WS-NB-ART)
               MOVE WS-EP-FOURN TO WS-ART-FOURN(WS-NB-ART)
               MOVE 0 TO WS-ART-JOURS(WS-NB-ART)
               MOVE 0 TO WS-ART-QTE(WS-NB-ART)
               MOVE 0 TO WS-ART-VALEUR(WS-NB-ART)
           END-IF.
           IF WS-IDX-ART-TROUVE NOT = 0
               ADD WS-EP-JOURS  TO WS-ART-JOURS(WS-IDX-ART-TROUVE)
               ADD WS-EP-QTE    TO WS-ART-QTE(WS-IDX-ART-TROUVE)
               ADD WS-EP-VALEUR TO WS-ART-VALEUR(WS-IDX-ART-TROUVE)
           END-IF.

      *    Reporte l'episode chiffre au total du fournisseur de
      *    l'article
       CUMULER-FOURNISSEUR.
           MOVE 0 TO WS-IDX-FOU-TROUVE.
           PERFORM VARYING WS-IDX-FOU FROM 1 BY 1
                   UNTIL WS-IDX-FOU > WS-NB-FOU
                   OR WS-IDX-FOU-TROUVE NOT = 0
               IF WS-FOU-CODE(WS-IDX-FOU) = WS-EP-FOURN
                   MOVE WS-IDX-FOU TO WS-IDX-FOU-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-FOU-TROUVE = 0
              AND WS-NB-FOU < WS-FOU-CAPACITE
               ADD 1 TO WS-NB-FOU
               MOVE WS-NB-FOU TO WS-IDX-FOU-TROUVE
               MOVE WS-EP-FOURN TO WS-FOU-CODE(WS-NB-FOU)
               MOVE 0 TO WS-FOU-EPISODES(WS-NB-FOU)
               MOVE 0 TO WS-FOU-JOURS(WS-NB-FOU)
               MOVE 0 TO WS-FOU-VALEUR(WS-NB-FOU)
           END-IF.
           IF WS-IDX-FOU-TROUVE NOT = 0
               ADD 1 TO WS-FOU-EPISODES(WS-IDX-FOU-TROUVE)
               ADD WS-EP-JOURS  TO WS-FOU-JOURS(WS-IDX-FOU-TROUVE)
               ADD WS-EP-VALEUR TO WS-FOU-VALEUR(WS-IDX-FOU-TROUVE)
           END-IF.

      *    Range les mois dans l'ordre chronologique (les episodes
      *    ne sont pas lus dans l'ordre des dates)
       TRIER-MOIS.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-MOI
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-MOI - WS-IDX-TRI1
                   IF WS-MOI-MOIS(WS-IDX-TRI2) >
                           WS-MOI-MOIS(WS-IDX-TRI2 + 1)
                       MOVE WS-MOI(WS-IDX-TRI2) TO WS-TEMP-MOI
                       MOVE WS-MOI(WS-IDX-TRI2 + 1)
                           TO WS-MOI(WS-IDX-TRI2)
                       MOVE WS-TEMP-MOI TO WS-MOI(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ECRIRE-TOTAUX-ARTICLES.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "TOTAL PAR ARTICLE" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "ARTICLE    FOURNISSEUR  JOURS  QTE PERDUE"
             & "        VALEUR" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               MOVE WS-ART-JOURS(WS-IDX-ART)  TO WS-JOURS-AFF
               MOVE WS-ART-QTE(WS-IDX-ART)    TO WS-QTE-AFF
               MOVE WS-ART-VALEUR(WS-IDX-ART) TO WS-VALEUR-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING WS-ART-NOM(WS-IDX-ART) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ART-FOURN(WS-IDX-ART) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-JOURS-AFF DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.

       ECRIRE-TOTAUX-FOURNISSEURS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "TOTAL PAR FOURNISSEUR" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "FOURNISSEUR EPISODES  JOURS        VALEUR"
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-FOU FROM 1 BY 1
                   UNTIL WS-IDX-FOU > WS-NB-FOU
               MOVE WS-FOU-EPISODES(WS-IDX-FOU) TO WS-EPISODES-AFF
               MOVE WS-FOU-JOURS(WS-IDX-FOU)    TO WS-JOURS-AFF
               MOVE WS-FOU-VALEUR(WS-IDX-FOU)   TO WS-VALEUR-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING WS-FOU-CODE(WS-IDX-FOU) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-EPISODES-AFF DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-JOURS-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.

       ECRIRE-TOTAUX-MOIS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "TOTAL PAR MOIS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "MOIS    JOURS-ARTICLE        VALEUR"
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-MOI FROM 1 BY 1
                   UNTIL WS-IDX-MOI > WS-NB-MOI
               MOVE WS-MOI-JOURS(WS-IDX-MOI)  TO WS-JOURS-AFF
               MOVE WS-MOI-VALEUR(WS-IDX-MOI) TO WS-VALEUR-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING WS-MOI-MOIS(WS-IDX-MOI) DELIMITED BY SIZE
                      "         " DELIMITED BY SIZE
                      WS-JOURS-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.

      *    Totaux generaux de la periode
       ECRIRE-TOTAL-GENERAL.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-JOURS TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "JOURS DE RUPTURE   : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-QTE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "QUANTITE MANQUEE   : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-VALEUR TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "VENTES PERDUES     : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
                  " (prix de vente)" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Ecrit WS-LIGNE-RAPPORT et change de page au besoin
       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-PERDUES.
           WRITE LIGNE-PERDUES.
           ADD 1 TO WS-LIGNE-PAGE.
           IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
               PERFORM IMPRIMER-ENTETE-PERDUES
           END-IF.

      *    Ecrit une entete de page (titre, periode, reference, date
      *    et numero de page) en tete de ventes-perdues.txt, puis a
      *    nouveau chaque fois que WS-PAGE-TAILLE lignes ont ete
      *    ecrites
       IMPRIMER-ENTETE-PERDUES.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-PERDUES
           STRING "VENTES PERDUES EN RUPTURE DE " DELIMITED BY SIZE
                  WS-MOIS-DEBUT DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-MOIS-FIN DELIMITED BY SIZE
               INTO LIGNE-PERDUES
           WRITE LIGNE-PERDUES
           MOVE SPACES TO LIGNE-PERDUES
           STRING "Vente normale : moyenne des " DELIMITED BY SIZE
                  WS-JOURS-REF DELIMITED BY SIZE
                  " jours avant la rupture" DELIMITED BY SIZE
               INTO LIGNE-PERDUES
           WRITE LIGNE-PERDUES
           MOVE SPACES TO LIGNE-PERDUES
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO LIGNE-PERDUES
           WRITE LIGNE-PERDUES
           MOVE SPACES TO LIGNE-PERDUES
           WRITE LIGNE-PERDUES.
