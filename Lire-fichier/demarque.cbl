       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMARQUE.
      * Analyse de la demarque (pertes de stock) sur une periode de
      * mois saisie : reunit les pertes declarees dans mouvements.txt
      * (motifs CASSE, PERIME, VOL, USAGE-INT et DON d'AJUSTE-STOCK
      * et de VALIDE-AJUST), les ecarts de comptage de ecarts.txt
      * (INVENTAIRE-PHYS) et de ecarts-cycle.txt (COMPTAGE-CYCLE),
      * ranges au mois de leur date de comptage, et les ecarts
      * inexpliques de la cloture mensuelle (cloture-rapport.txt,
      * CLOTURE-STOCK). Un ecart negatif est une perte, un ecart
      * positif la reduit. Les corrections de comptage etant
      * journalisees sous le motif COMPTAGE, elles ne reapparaissent
      * pas comme ecart de cloture et ne sont pas comptees deux fois.
      * Pour chaque article et chaque mois : quantite perdue, valeur
      * au cout d'achat moyen du maitre (prix de vente a defaut) et
      * taux de demarque rapporte aux ventes (motif VENTE) du mois.
      * Les dix articles qui perdent le plus en valeur sont listes
      * en tete de demarque.txt, au meme format pagine que
      * marges.txt.
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

           SELECT MOUVEMENTS-FICHIER ASSIGN TO "mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Ecarts d'inventaire physique et de comptage tournant, au
      *    meme decoupage ; relus l'un apres l'autre
           SELECT ECARTS-FICHIER ASSIGN TO WS-NOM-ECARTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECARTS-STATUS.

           SELECT CLOTURE-FICHIER ASSIGN TO "cloture-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.

           SELECT DEMARQUE-FICHIER ASSIGN TO "demarque.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMARQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

      *    Meme decoupage que WS-LIGNE-MVT dans ajuste-stock.cbl
       FD  MOUVEMENTS-FICHIER.
       01  F-LIGNE-MVT.
           05 F-M-ANNEE          PIC 9(4).
           05 FILLER             PIC X.
           05 F-M-MOIS           PIC 99.
           05 FILLER             PIC X.
           05 F-M-JOUR           PIC 99.
           05 FILLER             PIC X.
           05 F-M-HEURE          PIC 99.
           05 FILLER             PIC X.
           05 F-M-MINUTE         PIC 99.
           05 FILLER             PIC X.
           05 F-M-ARTICLE        PIC X(10).
           05 FILLER             PIC X.
           05 F-M-SIGNE          PIC X.
           05 F-M-QUANTITE       PIC 9(05).
           05 FILLER             PIC X(08).
           05 F-M-AVANT          PIC 9(05).
           05 FILLER             PIC X(08).
           05 F-M-APRES          PIC 9(05).
           05 FILLER             PIC X.
           05 F-M-MOTIF          PIC X(10).

      *    Ligne d'ecart telle qu'ecrite par INVENTAIRE-PHYS et
      *    COMPTAGE-CYCLE : article, stock livre, stock compte, ecart
      *    signe edite et date du comptage
       FD  ECARTS-FICHIER.
       01  F-LIGNE-ECART.
           05 F-ECA-ARTICLE      PIC X(10).
           05 FILLER             PIC X.
           05 F-ECA-LIVRE        PIC X(05).
           05 FILLER             PIC X(04).
           05 F-ECA-COMPTE       PIC X(05).
           05 FILLER             PIC X(05).
           05 F-ECA-ECART        PIC X(07).
           05 FILLER             PIC X.
           05 F-ECA-DATE         PIC X(08).
           05 FILLER             PIC X(14).

      *    Ligne du rapport de cloture : titre (mois cloture en
      *    colonne 18) puis une ligne par ecart inexplique
       FD  CLOTURE-FICHIER.
       01  F-LIGNE-CLOTURE.
           05 F-CLO-ARTICLE      PIC X(10).
           05 F-CLO-LIBELLE      PIC X(18).
           05 F-CLO-SIGNE        PIC X.
           05 F-CLO-QUANTITE     PIC X(07).
           05 FILLER             PIC X(44).
       01  F-TITRE-CLOTURE.
           05 F-CLO-TITRE        PIC X(17).
           05 F-CLO-MOIS         PIC X(06).
           05 FILLER             PIC X(57).

       FD  DEMARQUE-FICHIER.
       01  LIGNE-DEMARQUE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MOUVEMENTS-STATUS                 PIC XX.
       01 WS-ECARTS-STATUS                     PIC XX.
       01 WS-CLOTURE-STATUS                    PIC XX.
       01 WS-DEMARQUE-STATUS                   PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-NOM-ECARTS                        PIC X(20).

      *    Bornes de la periode analysee (AAAAMM)
       01 WS-MOIS-DEBUT                        PIC 9(06).
       01 WS-MOIS-FIN                          PIC 9(06).
       01 WS-MOIS-LIGNE                        PIC 9(06).
       01 WS-MOIS-CLOTURE                      PIC 9(06) VALUE 0.

      *    Cumuls par article et par mois : pertes declarees, ecart
      *    de comptage ou de cloture (signe, negatif = perte) et
      *    ventes
       01 WS-TABLE-DEM.
           05 WS-DEM OCCURS 500 TIMES.
              10 WS-DEM-ARTICLE                PIC X(10).
              10 WS-DEM-MOIS                   PIC 9(06).
              10 WS-DEM-DECLAREE               PIC 9(07).
              10 WS-DEM-ECART                  PIC S9(07).
              10 WS-DEM-VENTE                  PIC 9(07).
       77 WS-DEM-CAPACITE                      PIC 9(03) VALUE 500.
       01 WS-NB-DEM                            PIC 9(03) VALUE 0.
       01 WS-IDX-DEM                           PIC 9(03) VALUE 1.
       01 WS-IDX-DEM-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-TEMP-DEM                          PIC X(37).
       01 WS-TROP-DEM                          PIC X VALUE "N".

      *    Totaux de la periode par article, valorises au cout
       01 WS-TABLE-ART.
           05 WS-ART OCCURS 200 TIMES.
              10 WS-ART-NOM                    PIC X(10).
              10 WS-ART-COUT                   PIC 9(04)V99.
              10 WS-ART-PERTE                  PIC S9(07).
              10 WS-ART-VALEUR                 PIC S9(09)V99.
              10 WS-ART-VENTE                  PIC 9(07).
       77 WS-ART-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-ART                            PIC 9(03) VALUE 0.
       01 WS-IDX-ART                           PIC 9(03) VALUE 1.
       01 WS-IDX-ART-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-TEMP-ART                          PIC X(41).
       01 WS-IDX-TRI1                          PIC 9(03) VALUE 1.
       01 WS-IDX-TRI2                          PIC 9(03) VALUE 1.

      *    Article et mois de la ligne source en cours de cumul
       01 WS-CUM-ARTICLE                       PIC X(10).
       01 WS-CUM-MOIS                          PIC 9(06).

      *    Calculs de la ligne courante
       01 WS-ECART-LU                          PIC S9(07).
       01 WS-PERTE                             PIC S9(07).
       01 WS-VALEUR                            PIC S9(09)V99.
       01 WS-TAUX                              PIC S9(05)V9.
       01 WS-RANG                              PIC 9(02) VALUE 0.

      *    Totaux generaux et compteurs de lecture
       01 WS-TOTAL-PERTE                       PIC S9(09) VALUE 0.
       01 WS-TOTAL-VALEUR                      PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-VENTE                       PIC 9(09) VALUE 0.
       01 WS-NB-SOURCES                        PIC 9(05) VALUE 0.
       01 WS-NB-NON-DATEES                     PIC 9(05) VALUE 0.

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC -Z(06)9.
       01 WS-DECL-AFF                          PIC Z(06)9.
       01 WS-ECART-AFF                         PIC -Z(06)9.
       01 WS-VENTE-AFF                         PIC Z(06)9.
       01 WS-VALEUR-AFF                        PIC -Z(08)9.99.
       01 WS-TAUX-AFF                          PIC -Z(04)9.9.
       01 WS-TOTAL-AFF                         PIC -Z(10)9.99.
       01 WS-RANG-AFF                          PIC Z9.
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Date systeme et compteurs de pagination pour l'entete
      *    repetee de demarque.txt
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
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "DEMARQUE".
       01 WS-REG-RAPPORT              PIC X(30) VALUE "demarque.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "DEMARQUE".
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
       MOVE "DEMARQUE" TO WS-TOT-QUI.
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

       PERFORM CUMULER-MOUVEMENTS.
       MOVE "ecarts.txt" TO WS-NOM-ECARTS.
       PERFORM CUMULER-ECARTS
           THRU CUMULER-ECARTS-FIN.
       MOVE "ecarts-cycle.txt" TO WS-NOM-ECARTS.
       PERFORM CUMULER-ECARTS
           THRU CUMULER-ECARTS-FIN.
       PERFORM CUMULER-CLOTURE
           THRU CUMULER-CLOTURE-FIN.
       IF WS-TROP-DEM = "O"
           DISPLAY "** Plus de " WS-DEM-CAPACITE " couples article/"
                   "mois : les suivants sont ignores **"
       END-IF.
       IF WS-NB-NON-DATEES > 0
           DISPLAY "Lignes d'ecart sans date de comptage ignorees : "
                   WS-NB-NON-DATEES
       END-IF.

       OPEN INPUT FICHIER-INVENTAIRE.
       IF WS-INVENTAIRE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   WS-INVENTAIRE-STATUS ")"
       ELSE
           PERFORM VALORISER-ARTICLES
           CLOSE FICHIER-INVENTAIRE
           PERFORM TRIER-DEMARQUE
           OPEN OUTPUT DEMARQUE-FICHIER
           IF WS-DEMARQUE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire demarque.txt"
           ELSE
               PERFORM IMPRIMER-ENTETE-DEMARQUE
               PERFORM ECRIRE-DIX-PREMIERS
               PERFORM ECRIRE-DETAIL
               PERFORM ECRIRE-TOTAL-GENERAL
               CLOSE DEMARQUE-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT

               MOVE WS-TOTAL-VALEUR TO WS-TOTAL-AFF
               DISPLAY " "
               DISPLAY "Lignes sources retenues : " WS-NB-SOURCES
               DISPLAY "Articles touches        : " WS-NB-ART
               DISPLAY "Demarque au cout        : " WS-TOTAL-AFF
           END-IF
       END-IF.

       MOVE WS-NB-SOURCES TO WS-NB-LUES-JRN.
       MOVE WS-NB-ART TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-NON-DATEES TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Parcourt mouvements.txt : sorties de motif de perte et
      *    ventes datees dans la periode ; l'absence du journal
      *    n'est pas une erreur
       CUMULER-MOUVEMENTS.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "mouvements.txt absent : aucune perte declaree"
           ELSE
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM CUMULER-LIGNE-MVT
                               THRU CUMULER-LIGNE-MVT-FIN
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

      *    Reporte une ligne du journal dans le cumul article/mois
       CUMULER-LIGNE-MVT.
           IF F-M-SIGNE NOT = "-"
               GO TO CUMULER-LIGNE-MVT-FIN
           END-IF.
           IF F-M-MOTIF NOT = "VENTE" AND "CASSE" AND "PERIME"
                         AND "VOL" AND "USAGE-INT" AND "DON"
               GO TO CUMULER-LIGNE-MVT-FIN
           END-IF.
           COMPUTE WS-MOIS-LIGNE = F-M-ANNEE * 100 + F-M-MOIS.
           IF WS-MOIS-LIGNE < WS-MOIS-DEBUT
              OR WS-MOIS-LIGNE > WS-MOIS-FIN
               GO TO CUMULER-LIGNE-MVT-FIN
           END-IF.
           MOVE F-M-ARTICLE TO WS-CUM-ARTICLE.
           MOVE WS-MOIS-LIGNE TO WS-CUM-MOIS.
           PERFORM TROUVER-DEM.
           IF WS-IDX-DEM-TROUVE = 0
               GO TO CUMULER-LIGNE-MVT-FIN
           END-IF.
           ADD 1 TO WS-NB-SOURCES.
           IF F-M-MOTIF = "VENTE"
               ADD F-M-QUANTITE TO WS-DEM-VENTE(WS-IDX-DEM-TROUVE)
           ELSE
               ADD F-M-QUANTITE TO WS-DEM-DECLAREE(WS-IDX-DEM-TROUVE)
           END-IF.
       CUMULER-LIGNE-MVT-FIN.
           EXIT.

      *    Relit le fichier d'ecarts WS-NOM-ECARTS ; les lignes de
      *    titre et les articles non comptes n'ont pas de stock
      *    compte numerique et sont sautes
       CUMULER-ECARTS.
           OPEN INPUT ECARTS-FICHIER.
           IF WS-ECARTS-STATUS NOT = "00"
               GO TO CUMULER-ECARTS-FIN
           END-IF.
           PERFORM UNTIL WS-ECARTS-STATUS NOT = "00"
               READ ECARTS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-ECA-LIVRE IS NUMERIC
                          AND F-ECA-COMPTE IS NUMERIC
                           PERFORM CUMULER-LIGNE-ECART
                               THRU CUMULER-LIGNE-ECART-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ECARTS-FICHIER.
       CUMULER-ECARTS-FIN.
           EXIT.

      *    Range l'ecart au mois de sa date de comptage ; les lignes
      *    ecrites avant que la date n'y figure sont comptees a part
       CUMULER-LIGNE-ECART.
           IF F-ECA-DATE IS NOT NUMERIC
               ADD 1 TO WS-NB-NON-DATEES
               GO TO CUMULER-LIGNE-ECART-FIN
           END-IF.
           MOVE F-ECA-DATE(1:6) TO WS-MOIS-LIGNE.
           IF WS-MOIS-LIGNE < WS-MOIS-DEBUT
              OR WS-MOIS-LIGNE > WS-MOIS-FIN
               GO TO CUMULER-LIGNE-ECART-FIN
           END-IF.
           COMPUTE WS-ECART-LU = FUNCTION NUMVAL(F-ECA-ECART).
           IF WS-ECART-LU = 0
               GO TO CUMULER-LIGNE-ECART-FIN
           END-IF.
           MOVE F-ECA-ARTICLE TO WS-CUM-ARTICLE.
           MOVE WS-MOIS-LIGNE TO WS-CUM-MOIS.
           PERFORM TROUVER-DEM.
           IF WS-IDX-DEM-TROUVE = 0
               GO TO CUMULER-LIGNE-ECART-FIN
           END-IF.
           ADD 1 TO WS-NB-SOURCES.
           ADD WS-ECART-LU TO WS-DEM-ECART(WS-IDX-DEM-TROUVE).
       CUMULER-LIGNE-ECART-FIN.
           EXIT.

      *    Relit le rapport de la derniere cloture : le mois vient du
      *    titre, chaque ligne ECART INEXPLIQUE donne un ecart signe
       CUMULER-CLOTURE.
           OPEN INPUT CLOTURE-FICHIER.
           IF WS-CLOTURE-STATUS NOT = "00"
               GO TO CUMULER-CLOTURE-FIN
           END-IF.
           PERFORM UNTIL WS-CLOTURE-STATUS NOT = "00"
               READ CLOTURE-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-CLO-TITRE = "CLOTURE DU STOCK "
                          AND F-CLO-MOIS IS NUMERIC
                           MOVE F-CLO-MOIS TO WS-MOIS-CLOTURE
                       END-IF
                       IF F-CLO-LIBELLE = " ECART INEXPLIQUE "
                          AND F-CLO-QUANTITE IS NUMERIC
                           PERFORM CUMULER-LIGNE-CLOTURE
                               THRU CUMULER-LIGNE-CLOTURE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOTURE-FICHIER.
       CUMULER-CLOTURE-FIN.
           EXIT.

      *    Reporte un ecart inexplique de cloture au mois cloture
       CUMULER-LIGNE-CLOTURE.
           IF WS-MOIS-CLOTURE < WS-MOIS-DEBUT
              OR WS-MOIS-CLOTURE > WS-MOIS-FIN
               GO TO CUMULER-LIGNE-CLOTURE-FIN
           END-IF.
           MOVE F-CLO-QUANTITE TO WS-ECART-LU.
           IF F-CLO-SIGNE = "-"
               COMPUTE WS-ECART-LU = 0 - WS-ECART-LU
           END-IF.
           MOVE F-CLO-ARTICLE TO WS-CUM-ARTICLE.
           MOVE WS-MOIS-CLOTURE TO WS-CUM-MOIS.
           PERFORM TROUVER-DEM.
           IF WS-IDX-DEM-TROUVE = 0
               GO TO CUMULER-LIGNE-CLOTURE-FIN
           END-IF.
           ADD 1 TO WS-NB-SOURCES.
           ADD WS-ECART-LU TO WS-DEM-ECART(WS-IDX-DEM-TROUVE).
       CUMULER-LIGNE-CLOTURE-FIN.
           EXIT.

      *    Cherche (ou cree) l'entree WS-CUM-ARTICLE / WS-CUM-MOIS ;
      *    WS-IDX-DEM-TROUVE reste a zero si la table est pleine
       TROUVER-DEM.
           MOVE 0 TO WS-IDX-DEM-TROUVE.
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL WS-IDX-DEM > WS-NB-DEM
                   OR WS-IDX-DEM-TROUVE NOT = 0
               IF WS-DEM-ARTICLE(WS-IDX-DEM) = WS-CUM-ARTICLE
                  AND WS-DEM-MOIS(WS-IDX-DEM) = WS-CUM-MOIS
                   MOVE WS-IDX-DEM TO WS-IDX-DEM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-DEM-TROUVE = 0
               IF WS-NB-DEM < WS-DEM-CAPACITE
                   ADD 1 TO WS-NB-DEM
                   MOVE WS-NB-DEM TO WS-IDX-DEM-TROUVE
                   MOVE WS-CUM-ARTICLE TO WS-DEM-ARTICLE(WS-NB-DEM)
                   MOVE WS-CUM-MOIS    TO WS-DEM-MOIS(WS-NB-DEM)
                   MOVE 0 TO WS-DEM-DECLAREE(WS-NB-DEM)
                   MOVE 0 TO WS-DEM-ECART(WS-NB-DEM)
                   MOVE 0 TO WS-DEM-VENTE(WS-NB-DEM)
               ELSE
                   MOVE "O" TO WS-TROP-DEM
               END-IF
           END-IF.

      *    Totalise chaque article sur la periode et le valorise au
      *    cout d'achat moyen lu dans le maitre ; un article sans
      *    aucune perte ni ecart n'est pas retenu
       VALORISER-ARTICLES.
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL WS-IDX-DEM > WS-NB-DEM
               IF WS-DEM-DECLAREE(WS-IDX-DEM) NOT = 0
                  OR WS-DEM-ECART(WS-IDX-DEM) NOT = 0
                   PERFORM CUMULER-ARTICLE
                       THRU CUMULER-ARTICLE-FIN
               END-IF
           END-PERFORM.
      *    Les ventes d'un article touche comptent toutes, meme
      *    celles des mois sans perte
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL WS-IDX-DEM > WS-NB-DEM
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                       UNTIL WS-IDX-ART > WS-NB-ART
                   IF WS-ART-NOM(WS-IDX-ART)
                           = WS-DEM-ARTICLE(WS-IDX-DEM)
                       ADD WS-DEM-VENTE(WS-IDX-DEM)
                           TO WS-ART-VENTE(WS-IDX-ART)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Ajoute la perte du couple article/mois courant au total
      *    de son article
       CUMULER-ARTICLE.
           MOVE 0 TO WS-IDX-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR WS-IDX-ART-TROUVE NOT = 0
               IF WS-ART-NOM(WS-IDX-ART) = WS-DEM-ARTICLE(WS-IDX-DEM)
                   MOVE WS-IDX-ART TO WS-IDX-ART-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-ART-TROUVE = 0
               IF WS-NB-ART NOT < WS-ART-CAPACITE
                   GO TO CUMULER-ARTICLE-FIN
               END-IF
               ADD 1 TO WS-NB-ART
               MOVE WS-NB-ART TO WS-IDX-ART-TROUVE
               MOVE WS-DEM-ARTICLE(WS-IDX-DEM)
                   TO WS-ART-NOM(WS-NB-ART)
               MOVE 0 TO WS-ART-PERTE(WS-NB-ART)
               MOVE 0 TO WS-ART-VALEUR(WS-NB-ART)
               MOVE 0 TO WS-ART-VENTE(WS-NB-ART)
               MOVE 0 TO WS-ART-COUT(WS-NB-ART)
               MOVE WS-DEM-ARTICLE(WS-IDX-DEM) TO F-NOM-ARTICLE
               READ FICHIER-INVENTAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F-PRIX-ARTICLE TO WS-ART-COUT(WS-NB-ART)
                       IF F-COUT-ARTICLE IS NUMERIC
                          AND F-COUT-ARTICLE > 0
                           MOVE F-COUT-ARTICLE
                               TO WS-ART-COUT(WS-NB-ART)
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-PERTE = WS-DEM-DECLAREE(WS-IDX-DEM)
                            - WS-DEM-ECART(WS-IDX-DEM).
           ADD WS-PERTE TO WS-ART-PERTE(WS-IDX-ART-TROUVE).
           COMPUTE WS-ART-VALEUR(WS-IDX-ART-TROUVE) =
                   WS-ART-PERTE(WS-IDX-ART-TROUVE)
                   * WS-ART-COUT(WS-IDX-ART-TROUVE).
       CUMULER-ARTICLE-FIN.
           EXIT.

      *    Tri a bulles de WS-ART par valeur perdue decroissante, et
      *    de WS-DEM par mois croissant pour le detail
       TRIER-DEMARQUE.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-ART
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-ART - WS-IDX-TRI1
                   IF WS-ART-VALEUR(WS-IDX-TRI2) <
                           WS-ART-VALEUR(WS-IDX-TRI2 + 1)
                       MOVE WS-ART(WS-IDX-TRI2)     TO WS-TEMP-ART
                       MOVE WS-ART(WS-IDX-TRI2 + 1)
                           TO WS-ART(WS-IDX-TRI2)
                       MOVE WS-TEMP-ART TO WS-ART(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-DEM
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-DEM - WS-IDX-TRI1
                   IF WS-DEM-MOIS(WS-IDX-TRI2) >
                           WS-DEM-MOIS(WS-IDX-TRI2 + 1)
                       MOVE WS-DEM(WS-IDX-TRI2)     TO WS-TEMP-DEM
                       MOVE WS-DEM(WS-IDX-TRI2 + 1)
                           TO WS-DEM(WS-IDX-TRI2)
                       MOVE WS-TEMP-DEM TO WS-DEM(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Les dix articles qui perdent le plus en valeur, en tete
      *    du rapport
       ECRIRE-DIX-PREMIERS.
           MOVE "LES DIX PLUS FORTES DEMARQUES" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "RANG ARTICLE      PERDU       VALEUR      VENDU"
             & "    TAUX" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR WS-IDX-ART > 10
               IF WS-ART-VALEUR(WS-IDX-ART) > 0
                   ADD 1 TO WS-RANG
                   MOVE WS-RANG TO WS-RANG-AFF
                   MOVE WS-ART-PERTE(WS-IDX-ART)  TO WS-PERTE
                   MOVE WS-ART-VENTE(WS-IDX-ART)  TO WS-VENTE-AFF
                   MOVE WS-ART-VALEUR(WS-IDX-ART) TO WS-VALEUR-AFF
                   PERFORM CALCULER-TAUX
                   MOVE WS-PERTE TO WS-QTE-AFF
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   STRING "  " DELIMITED BY SIZE
                          WS-RANG-AFF DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ART-NOM(WS-IDX-ART) DELIMITED BY SIZE
                          WS-QTE-AFF DELIMITED BY SIZE
                          WS-VALEUR-AFF DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-VENTE-AFF DELIMITED BY SIZE
                          WS-TAUX-AFF DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM.
           IF WS-RANG = 0
               MOVE "   Aucune demarque sur la periode"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Detail de chaque article (dans l'ordre de la valeur
      *    perdue) mois par mois : pertes declarees, ecarts, perte
      *    nette, valeur au cout, ventes et taux de demarque
       ECRIRE-DETAIL.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "DETAIL PAR ARTICLE ET PAR MOIS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "ARTICLE    MOIS    DECLARE   ECARTS    PERTE"
             & "      VALEUR   VENDU   TAUX" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                       UNTIL WS-IDX-DEM > WS-NB-DEM
                   IF WS-DEM-ARTICLE(WS-IDX-DEM)
                           = WS-ART-NOM(WS-IDX-ART)
                       PERFORM ECRIRE-LIGNE-MOIS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Ligne du couple article/mois WS-IDX-DEM, reportee dans
      *    les totaux generaux
       ECRIRE-LIGNE-MOIS.
           COMPUTE WS-PERTE = WS-DEM-DECLAREE(WS-IDX-DEM)
                            - WS-DEM-ECART(WS-IDX-DEM).
           COMPUTE WS-VALEUR = WS-PERTE * WS-ART-COUT(WS-IDX-ART).
           ADD WS-PERTE TO WS-TOTAL-PERTE.
           ADD WS-VALEUR TO WS-TOTAL-VALEUR.
           ADD WS-DEM-VENTE(WS-IDX-DEM) TO WS-TOTAL-VENTE.
           MOVE WS-DEM-VENTE(WS-IDX-DEM) TO WS-VENTE-AFF.
           PERFORM CALCULER-TAUX-MOIS.
           MOVE WS-DEM-DECLAREE(WS-IDX-DEM) TO WS-DECL-AFF.
           MOVE WS-DEM-ECART(WS-IDX-DEM)    TO WS-ECART-AFF.
           MOVE WS-PERTE  TO WS-QTE-AFF.
           MOVE WS-VALEUR TO WS-VALEUR-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-ART-NOM(WS-IDX-ART) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEM-MOIS(WS-IDX-DEM) DELIMITED BY SIZE
                  WS-DECL-AFF DELIMITED BY SIZE
                  WS-ECART-AFF DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
                  WS-VENTE-AFF DELIMITED BY SIZE
                  WS-TAUX-AFF DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Taux de demarque de l'article sur la periode : perte
      *    rapportee aux ventes (zero faute de vente)
       CALCULER-TAUX.
           IF WS-ART-VENTE(WS-IDX-ART) = 0
               MOVE 0 TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED = WS-PERTE * 100
                       / WS-ART-VENTE(WS-IDX-ART)
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-AFF.

      *    Taux de demarque du mois WS-IDX-DEM (perte dans WS-PERTE)
       CALCULER-TAUX-MOIS.
           IF WS-DEM-VENTE(WS-IDX-DEM) = 0
               MOVE 0 TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED = WS-PERTE * 100
                       / WS-DEM-VENTE(WS-IDX-DEM)
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-AFF.

      *    Totaux generaux de la periode sous le detail
       ECRIRE-TOTAL-GENERAL.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-PERTE TO WS-QTE-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "QUANTITE PERDUE    : " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-VALEUR TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "VALEUR AU COUT     : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-TOTAL-VENTE = 0
               MOVE 0 TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED = WS-TOTAL-PERTE * 100
                       / WS-TOTAL-VENTE
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "TAUX DE DEMARQUE   : " DELIMITED BY SIZE
                  WS-TAUX-AFF DELIMITED BY SIZE
                  "% des ventes" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Ecrit WS-LIGNE-RAPPORT et change de page au besoin
       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-DEMARQUE.
           WRITE LIGNE-DEMARQUE.
           ADD 1 TO WS-LIGNE-PAGE.
           IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
               PERFORM IMPRIMER-ENTETE-DEMARQUE
           END-IF.

      *    Ecrit une entete de page (titre, periode, date et numero
      *    de page) en tete de demarque.txt, puis a nouveau chaque
      *    fois que WS-PAGE-TAILLE lignes ont ete ecrites
       IMPRIMER-ENTETE-DEMARQUE.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-DEMARQUE
           STRING "ANALYSE DE LA DEMARQUE DE " DELIMITED BY SIZE
                  WS-MOIS-DEBUT DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-MOIS-FIN DELIMITED BY SIZE
               INTO LIGNE-DEMARQUE
           WRITE LIGNE-DEMARQUE
           MOVE SPACES TO LIGNE-DEMARQUE
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO LIGNE-DEMARQUE
           WRITE LIGNE-DEMARQUE
           MOVE SPACES TO LIGNE-DEMARQUE
           WRITE LIGNE-DEMARQUE.
