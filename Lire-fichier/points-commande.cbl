       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-CDE.
      * Recalcul periodique des points de commande et des niveaux
      * cibles a partir de la consommation reelle : pour chaque
      * article du maitre inventaire.dat, la sortie moyenne par jour
      * est tiree des sorties de mouvements.txt sur les N derniers
      * jours (cle PERIODE-CONSO de parametres.txt, 90 par defaut ;
      * transferts, retours fournisseur et corrections ne sont pas
      * de la consommation). Le point de commande propose couvre le
      * delai du fournisseur (fournisseurs-maitre.txt, cle
      * DELAI-LIVRAISON a defaut) plus un stock de securite de
      * JOURS-SECURITE jours (7 par defaut) ; le niveau cible y
      * ajoute JOURS-CYCLE jours de vente (14 par defaut) entre deux
      * commandes. Les propositions sont listees a cote des valeurs
      * en place dans points-commande.txt ; sur confirmation d'un
      * superviseur, le point est reecrit dans F-PAR-ARTICLE, le
      * niveau cible dans fournisseurs.txt, et chaque changement est
      * consigne dans points-journal.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MOUVEMENTS-FICHIER ASSIGN TO "mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Reference des fournisseurs : une ligne par article connu,
      *    relue en entier puis reecrite avec les niveaux cibles
      *    approuves
           SELECT FOURNISSEURS-FICHIER ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOURNISSEURS-STATUS.

      *    Maitre des fournisseurs entretenu par MAINT-FOURN, pour le
      *    delai de livraison de chacun
           SELECT FMAITRE-FICHIER ASSIGN TO "fournisseurs-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMAITRE-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "points-commande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      *    Journal des changements de point et de cible approuves
      *    (jamais reecrit)
           SELECT JOURNAL-FICHIER ASSIGN TO "points-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

      *    Meme decoupage que F-REFERENCE dans commande-fournisseur.cbl
       FD  FOURNISSEURS-FICHIER.
       01  F-REFERENCE.
           05 F-REF-ARTICLE        PIC X(10).
           05 F-REF-FOURNISSEUR    PIC X(10).
           05 F-REF-COLISAGE       PIC 9(03).
           05 F-REF-PAR            PIC 9(03).

      *    Meme decoupage que F-FMAITRE dans maint-fournisseurs.cbl
       FD  FMAITRE-FICHIER.
       01  F-FMAITRE.
           05 F-FMA-CODE           PIC X(10).
           05 F-FMA-NOM            PIC X(20).
           05 F-FMA-CONTACT        PIC X(20).
           05 F-FMA-DELAI          PIC 9(03).
           05 F-FMA-MINIMUM        PIC 9(06)V99.

       FD  RAPPORT-FICHIER.
       01  LIGNE-POINTS                        PIC X(80).

       FD  JOURNAL-FICHIER.
       01  F-JOURNAL-POINT.
           05 F-JPT-DATE           PIC 9(08).
           05 F-JPT-ARTICLE        PIC X(10).
           05 F-JPT-ANCIEN-POINT   PIC 9(03).
           05 F-JPT-NOUVEAU-POINT  PIC 9(03).
           05 F-JPT-ANCIENNE-CIBLE PIC 9(03).
           05 F-JPT-NOUVELLE-CIBLE PIC 9(03).
           05 F-JPT-OPERATEUR      PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MOUVEMENTS-STATUS                 PIC XX.
       01 WS-FOURNISSEURS-STATUS               PIC XX.
       01 WS-FMAITRE-STATUS                    PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-JOURNAL-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CONFIRMER                         PIC X VALUE "N".

      *    Lecture du fichier de configuration parametres.txt via le
      *    sous-programme partage Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Parametres du calcul, en jours
       01 WS-PERIODE                           PIC 9(03) VALUE 90.
       01 WS-JOURS-SECURITE                    PIC 9(03) VALUE 7.
       01 WS-JOURS-CYCLE                       PIC 9(03) VALUE 14.
       01 WS-DELAI-LIVRAISON                   PIC 9(03) VALUE 7.

      *    Articles du maitre, avec leur consommation de la periode
      *    et les valeurs en place et proposees
       01 WS-TABLE-ART.
           05 WS-ART OCCURS 200 TIMES.
              10 WS-ART-NOM                    PIC X(10).
              10 WS-ART-FOURN                  PIC X(10).
              10 WS-ART-SORTIES                PIC 9(07).
              10 WS-ART-DELAI                  PIC 9(03).
              10 WS-ART-POINT                  PIC 9(03).
              10 WS-ART-POINT-PROPOSE          PIC 9(03).
              10 WS-ART-IDX-REF                PIC 9(03).
              10 WS-ART-CIBLE-PROPOSEE         PIC 9(03).
              10 WS-ART-CHANGE                 PIC X.
       77 WS-ART-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-ART                            PIC 9(03) VALUE 0.
       01 WS-IDX-ART                           PIC 9(03) VALUE 1.
       01 WS-IDX-ART-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-TROP-ARTICLES                     PIC X VALUE "N".

      *    Reference fournisseurs chargee en memoire
       01 WS-TABLE-REF.
           05 WS-REF OCCURS 100 TIMES.
              10 WS-REF-ARTICLE                PIC X(10).
              10 WS-REF-FOURNISSEUR            PIC X(10).
              10 WS-REF-COLISAGE               PIC 9(03).
              10 WS-REF-PAR                    PIC 9(03).
       77 WS-REF-CAPACITE                      PIC 9(03) VALUE 100.
       01 WS-NB-REF                            PIC 9(03) VALUE 0.
       01 WS-IDX-REF                           PIC 9(03) VALUE 1.
       01 WS-TROP-REF                          PIC X VALUE "N".

      *    Maitre des fournisseurs charge en memoire
       01 WS-TABLE-FMA.
           05 WS-FMA OCCURS 50 TIMES.
              10 WS-FMA-CODE                   PIC X(10).
              10 WS-FMA-NOM                    PIC X(20).
              10 WS-FMA-CONTACT                PIC X(20).
              10 WS-FMA-DELAI                  PIC 9(03).
              10 WS-FMA-MINIMUM                PIC 9(06)V99.
       01 WS-NB-FMA                            PIC 9(02) VALUE 0.
       01 WS-IDX-FMA                           PIC 9(02) VALUE 1.

      *    Calcul de la proposition de l'article courant
       01 WS-JOURS-COUVERTS                    PIC 9(04).
       01 WS-QTE-CALCULEE                      PIC 9(09).
       01 WS-CONSO-JOUR                        PIC 9(05)V99.
       01 WS-CIBLE-ACTUELLE                    PIC 9(03).

      *    Fenetre des N derniers jours, via DateUtil
       01 WS-DATE-LIGNE                        PIC 9(08).
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

      *    Compteurs
       01 WS-NB-MVT-RETENUS                    PIC 9(05) VALUE 0.
       01 WS-NB-CHANGES                        PIC 9(03) VALUE 0.
       01 WS-NB-APPLIQUES                      PIC 9(03) VALUE 0.
       01 WS-NB-PLAFONNES                      PIC 9(03) VALUE 0.

      *    Zones d'edition
       01 WS-CONSO-AFF                         PIC Z(04)9.99.
       01 WS-DELAI-AFF                         PIC ZZ9.
       01 WS-POINT-AFF                         PIC ZZ9.
       01 WS-POINT-PROP-AFF                    PIC ZZ9.
       01 WS-CIBLE-AFF                         PIC ZZ9.
       01 WS-CIBLE-PROP-AFF                    PIC ZZ9.
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur quand le
      *    programme tourne seul) ; la reecriture exige un
      *    superviseur et les refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "POINTS-CDE".
       01 WS-RLG-FICHIER         PIC X(20).
       01 WS-RLG-STATUT          PIC XX.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou : un seul utilisateur a la fois reecrit le maitre
       01 WS-VER-ACTION                        PIC X.
       01 WS-VER-FICHIER                       PIC X(20).
       01 WS-VER-QUI                           PIC X(10).
       01 WS-VER-RESULTAT                      PIC X.

      *    Date systeme et compteurs de pagination pour l'entete
      *    repetee de points-commande.txt
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
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "POINTS-CDE".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "points-commande.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "POINTS-CDE".
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

       MOVE "PERIODE-CONSO" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-PERIODE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-PERIODE = 0
           MOVE 90 TO WS-PERIODE
       END-IF.
       MOVE "JOURS-SECURITE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOURS-SECURITE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       MOVE "JOURS-CYCLE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOURS-CYCLE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       MOVE "DELAI-LIVRAISON" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-DELAI-LIVRAISON =
                   FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM CHARGER-REFERENCE.
       PERFORM CHARGER-MAITRE-FOURN.
       PERFORM CHARGER-ARTICLES.
       IF WS-NB-ART = 0
           DISPLAY "Aucun article dans le maitre ; rien a calculer"
           GOBACK
       END-IF.
       PERFORM CUMULER-MOUVEMENTS.
       PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > WS-NB-ART
           PERFORM CALCULER-PROPOSITION
       END-PERFORM.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire points-commande.txt"
       ELSE
           PERFORM IMPRIMER-ENTETE-POINTS
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               PERFORM ECRIRE-LIGNE-ARTICLE
           END-PERFORM
           CLOSE RAPPORT-FICHIER
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT

           DISPLAY " "
           DISPLAY "Articles examines      : " WS-NB-ART
           DISPLAY "Sorties retenues       : " WS-NB-MVT-RETENUS
           DISPLAY "Propositions de change : " WS-NB-CHANGES
                   " (voir points-commande.txt)"
           IF WS-NB-PLAFONNES > 0
               DISPLAY "Plafonnees a 999       : " WS-NB-PLAFONNES
           END-IF
           IF WS-NB-CHANGES > 0
               PERFORM APPLIQUER-PROPOSITIONS
                   THRU APPLIQUER-PROPOSITIONS-FIN
           END-IF
       END-IF.

       MOVE WS-NB-MVT-RETENUS TO WS-NB-LUES-JRN.
       MOVE WS-NB-APPLIQUES TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge fournisseurs.txt dans WS-REF ; au-dela de
      *    WS-REF-CAPACITE, le fichier ne sera pas reecrit
       CHARGER-REFERENCE.
           OPEN INPUT FOURNISSEURS-FICHIER.
           IF WS-FOURNISSEURS-STATUS NOT = "00"
               DISPLAY "fournisseurs.txt absent : aucun niveau cible "
                       "en place"
           ELSE
               PERFORM UNTIL WS-FOURNISSEURS-STATUS NOT = "00"
                   READ FOURNISSEURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-REF < WS-REF-CAPACITE
                               ADD 1 TO WS-NB-REF
                               MOVE F-REFERENCE TO WS-REF(WS-NB-REF)
                           ELSE
                               MOVE "O" TO WS-TROP-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOURNISSEURS-FICHIER
           END-IF.

      *    Charge le maitre des fournisseurs (delai de chacun)
       CHARGER-MAITRE-FOURN.
           OPEN INPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS = "00"
               PERFORM UNTIL WS-FMAITRE-STATUS NOT = "00"
                   READ FMAITRE-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-FMA < 50
                               ADD 1 TO WS-NB-FMA
                               MOVE F-FMAITRE TO WS-FMA(WS-NB-FMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMAITRE-FICHIER
           END-IF.

      *    Charge les articles du maitre avec leur point en place,
      *    leur ligne de reference et le delai de leur fournisseur
       CHARGER-ARTICLES.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
           ELSE
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE NEXT
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-ART < WS-ART-CAPACITE
                               ADD 1 TO WS-NB-ART
                               PERFORM RETENIR-ARTICLE
                           ELSE
                               MOVE "O" TO WS-TROP-ARTICLES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.
           IF WS-TROP-ARTICLES = "O"
               DISPLAY "** Plus de " WS-ART-CAPACITE " articles : "
                       "les suivants ne sont pas recalcules **"
           END-IF.

      *    Range l'article lu dans WS-ART(WS-NB-ART) ; le fournisseur
      *    de la reference prime sur celui du maitre
       RETENIR-ARTICLE.
           MOVE F-NOM-ARTICLE   TO WS-ART-NOM(WS-NB-ART).
           MOVE F-FOURN-ARTICLE TO WS-ART-FOURN(WS-NB-ART).
           MOVE 0 TO WS-ART-SORTIES(WS-NB-ART).
           MOVE 0 TO WS-ART-POINT(WS-NB-ART).
           IF F-PAR-ARTICLE IS NUMERIC
               MOVE F-PAR-ARTICLE TO WS-ART-POINT(WS-NB-ART)
           END-IF.
           MOVE 0 TO WS-ART-IDX-REF(WS-NB-ART).
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
                   OR WS-ART-IDX-REF(WS-NB-ART) NOT = 0
               IF WS-REF-ARTICLE(WS-IDX-REF) = F-NOM-ARTICLE
                   MOVE WS-IDX-REF TO WS-ART-IDX-REF(WS-NB-ART)
                   MOVE WS-REF-FOURNISSEUR(WS-IDX-REF)
                       TO WS-ART-FOURN(WS-NB-ART)
               END-IF
           END-PERFORM.
           MOVE WS-DELAI-LIVRAISON TO WS-ART-DELAI(WS-NB-ART).
           PERFORM VARYING WS-IDX-FMA FROM 1 BY 1
                   UNTIL WS-IDX-FMA > WS-NB-FMA
               IF WS-FMA-CODE(WS-IDX-FMA) = WS-ART-FOURN(WS-NB-ART)
                  AND WS-FMA-DELAI(WS-IDX-FMA) > 0
                   MOVE WS-FMA-DELAI(WS-IDX-FMA)
                       TO WS-ART-DELAI(WS-NB-ART)
               END-IF
           END-PERFORM.

      *    Cumule par article les sorties de la periode ; les
      *    transferts reserve/rayon, les retours fournisseur et les
      *    corrections de comptage ou de saisie ne sont pas de la
      *    consommation
       CUMULER-MOUVEMENTS.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "mouvements.txt absent : aucune consommation "
                       "connue"
           ELSE
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-M-SIGNE = "-"
                              AND F-M-MOTIF NOT = "TRANSFERT"
                              AND F-M-MOTIF NOT = "RETOUR"
                              AND F-M-MOTIF NOT = "CORRECTION"
                              AND F-M-MOTIF NOT = "COMPTAGE"
                               PERFORM CUMULER-LIGNE-MVT
                                   THRU CUMULER-LIGNE-MVT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

       CUMULER-LIGNE-MVT.
           COMPUTE WS-DATE-LIGNE = F-M-ANNEE * 10000
                                 + F-M-MOIS * 100 + F-M-JOUR.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE WS-DATE-LIGNE TO WS-DU-DATE1.
           MOVE WS-DATE-SYS   TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                  WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT < 0 OR WS-DU-RESULTAT >= WS-PERIODE
               GO TO CUMULER-LIGNE-MVT-FIN
           END-IF.
           MOVE 0 TO WS-IDX-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR WS-IDX-ART-TROUVE NOT = 0
               IF WS-ART-NOM(WS-IDX-ART) = F-M-ARTICLE
                   MOVE WS-IDX-ART TO WS-IDX-ART-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-ART-TROUVE NOT = 0
               ADD 1 TO WS-NB-MVT-RETENUS
               ADD F-M-QUANTITE TO WS-ART-SORTIES(WS-IDX-ART-TROUVE)
           END-IF.
       CUMULER-LIGNE-MVT-FIN.
           EXIT.

      *    Point propose = sortie moyenne par jour x (delai +
      *    securite), cible = point + sortie moyenne x cycle, tous
      *    deux arrondis a l'unite superieure et plafonnes a 999
      *    (taille de F-PAR-ARTICLE et de F-REF-PAR)
       CALCULER-PROPOSITION.
           COMPUTE WS-JOURS-COUVERTS = WS-ART-DELAI(WS-IDX-ART)
                                     + WS-JOURS-SECURITE.
           COMPUTE WS-QTE-CALCULEE =
                   (WS-ART-SORTIES(WS-IDX-ART) * WS-JOURS-COUVERTS
                    + WS-PERIODE - 1) / WS-PERIODE.
           IF WS-QTE-CALCULEE > 999
               MOVE 999 TO WS-QTE-CALCULEE
               ADD 1 TO WS-NB-PLAFONNES
           END-IF.
           MOVE WS-QTE-CALCULEE TO WS-ART-POINT-PROPOSE(WS-IDX-ART).
           ADD WS-JOURS-CYCLE TO WS-JOURS-COUVERTS.
           COMPUTE WS-QTE-CALCULEE =
                   (WS-ART-SORTIES(WS-IDX-ART) * WS-JOURS-COUVERTS
                    + WS-PERIODE - 1) / WS-PERIODE.
           IF WS-QTE-CALCULEE > 999
               MOVE 999 TO WS-QTE-CALCULEE
           END-IF.
           MOVE WS-QTE-CALCULEE TO WS-ART-CIBLE-PROPOSEE(WS-IDX-ART).
           PERFORM RETENIR-CIBLE-ACTUELLE.
           MOVE "N" TO WS-ART-CHANGE(WS-IDX-ART).
           IF WS-ART-POINT-PROPOSE(WS-IDX-ART)
                   NOT = WS-ART-POINT(WS-IDX-ART)
              OR (WS-ART-IDX-REF(WS-IDX-ART) NOT = 0
                  AND WS-ART-CIBLE-PROPOSEE(WS-IDX-ART)
                      NOT = WS-CIBLE-ACTUELLE)
               MOVE "O" TO WS-ART-CHANGE(WS-IDX-ART)
               ADD 1 TO WS-NB-CHANGES
           END-IF.

      *    Niveau cible en place de l'article courant (0 s'il n'a
      *    pas de ligne dans fournisseurs.txt)
       RETENIR-CIBLE-ACTUELLE.
           MOVE 0 TO WS-CIBLE-ACTUELLE.
           IF WS-ART-IDX-REF(WS-IDX-ART) NOT = 0
               MOVE WS-REF-PAR(WS-ART-IDX-REF(WS-IDX-ART))
                   TO WS-CIBLE-ACTUELLE
           END-IF.

      *    Ligne de l'article : consommation, delai, point et cible
      *    en place puis proposes ; un * marque un changement, SANS
      *    REF un article sans ligne de reference (cible non geree)
       ECRIRE-LIGNE-ARTICLE.
           PERFORM RETENIR-CIBLE-ACTUELLE.
           COMPUTE WS-CONSO-JOUR ROUNDED =
                   WS-ART-SORTIES(WS-IDX-ART) / WS-PERIODE.
           MOVE WS-CONSO-JOUR TO WS-CONSO-AFF.
           MOVE WS-ART-DELAI(WS-IDX-ART) TO WS-DELAI-AFF.
           MOVE WS-ART-POINT(WS-IDX-ART) TO WS-POINT-AFF.
           MOVE WS-ART-POINT-PROPOSE(WS-IDX-ART) TO WS-POINT-PROP-AFF.
           MOVE WS-CIBLE-ACTUELLE TO WS-CIBLE-AFF.
           MOVE WS-ART-CIBLE-PROPOSEE(WS-IDX-ART)
               TO WS-CIBLE-PROP-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-ART-NOM(WS-IDX-ART) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ART-FOURN(WS-IDX-ART) DELIMITED BY SIZE
                  WS-CONSO-AFF DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DELAI-AFF DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-POINT-AFF DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-POINT-PROP-AFF DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-CIBLE-AFF DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-CIBLE-PROP-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           IF WS-ART-CHANGE(WS-IDX-ART) = "O"
               MOVE "*" TO WS-LIGNE-RAPPORT(71:1)
           END-IF.
           IF WS-ART-IDX-REF(WS-IDX-ART) = 0
               MOVE "SANS REF" TO WS-LIGNE-RAPPORT(73:8)
           END-IF.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-POINTS.
           WRITE LIGNE-POINTS.
           ADD 1 TO WS-LIGNE-PAGE.
           IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
               PERFORM IMPRIMER-ENTETE-POINTS
           END-IF.

      *    Reecriture des propositions approuvees, sur confirmation
      *    d'un superviseur : point dans le maitre sous le verrou,
      *    cible dans fournisseurs.txt, changement journalise
       APPLIQUER-PROPOSITIONS.
           DISPLAY "Appliquer les " WS-NB-CHANGES " propositions ? "
                   "(O/N) : ".
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF WS-CONFIRMER NOT = "O"
               DISPLAY "Propositions non appliquees ; le rapport "
                       "points-commande.txt reste disponible"
               GO TO APPLIQUER-PROPOSITIONS-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               GO TO APPLIQUER-PROPOSITIONS-FIN
           END-IF.
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "POINTS-CDE" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "POINTS-CDE" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO APPLIQUER-PROPOSITIONS-FIN
           END-IF.
           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
           ELSE
               OPEN EXTEND JOURNAL-FICHIER
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FICHIER
               END-IF
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                       UNTIL WS-IDX-ART > WS-NB-ART
                   IF WS-ART-CHANGE(WS-IDX-ART) = "O"
                       PERFORM APPLIQUER-ARTICLE
                           THRU APPLIQUER-ARTICLE-FIN
                   END-IF
               END-PERFORM
               IF WS-JOURNAL-STATUS = "00"
                   CLOSE JOURNAL-FICHIER
               END-IF
               CLOSE FICHIER-INVENTAIRE
               PERFORM REECRIRE-REFERENCE
                   THRU REECRIRE-REFERENCE-FIN
               DISPLAY "Propositions appliquees : " WS-NB-APPLIQUES
           END-IF.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       APPLIQUER-PROPOSITIONS-FIN.
           EXIT.

      *    Reecrit le point de l'article courant dans le maitre,
      *    reporte sa cible dans WS-REF et journalise le changement
       APPLIQUER-ARTICLE.
           PERFORM RETENIR-CIBLE-ACTUELLE.
           MOVE WS-ART-NOM(WS-IDX-ART) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "** Article disparu du maitre : "
                           WS-ART-NOM(WS-IDX-ART) " **"
                   GO TO APPLIQUER-ARTICLE-FIN
           END-READ.
           MOVE WS-ART-POINT-PROPOSE(WS-IDX-ART) TO F-PAR-ARTICLE.
           REWRITE F-ARTICLE
               INVALID KEY
                   DISPLAY "** Reecriture impossible : "
                           WS-ART-NOM(WS-IDX-ART) " **"
                   GO TO APPLIQUER-ARTICLE-FIN
           END-REWRITE.
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE WS-DATE-SYS               TO F-JPT-DATE.
           MOVE WS-ART-NOM(WS-IDX-ART)    TO F-JPT-ARTICLE.
           MOVE WS-ART-POINT(WS-IDX-ART)  TO F-JPT-ANCIEN-POINT.
           MOVE WS-ART-POINT-PROPOSE(WS-IDX-ART)
               TO F-JPT-NOUVEAU-POINT.
           MOVE WS-CIBLE-ACTUELLE         TO F-JPT-ANCIENNE-CIBLE.
           MOVE WS-CIBLE-ACTUELLE         TO F-JPT-NOUVELLE-CIBLE.
           IF WS-ART-IDX-REF(WS-IDX-ART) NOT = 0
               MOVE WS-ART-CIBLE-PROPOSEE(WS-IDX-ART)
                   TO WS-REF-PAR(WS-ART-IDX-REF(WS-IDX-ART))
               MOVE WS-ART-CIBLE-PROPOSEE(WS-IDX-ART)
                   TO F-JPT-NOUVELLE-CIBLE
           END-IF.
           MOVE WS-OPERATEUR-COURANT      TO F-JPT-OPERATEUR.
           IF WS-JOURNAL-STATUS = "00"
               WRITE F-JOURNAL-POINT
           END-IF.
       APPLIQUER-ARTICLE-FIN.
           EXIT.

      *    Reecrit fournisseurs.txt depuis WS-REF avec les cibles
      *    approuvees
       REECRIRE-REFERENCE.
      *    Reecrire depuis une table incomplete detruirait les
      *    references non chargees : on laisse le fichier tel quel
           IF WS-TROP-REF = "O"
               DISPLAY "** fournisseurs.txt depasse la capacite du "
                       "programme : niveaux cibles non reportes **"
               GO TO REECRIRE-REFERENCE-FIN
           END-IF.
           IF WS-NB-REF = 0
               GO TO REECRIRE-REFERENCE-FIN
           END-IF.
           OPEN OUTPUT FOURNISSEURS-FICHIER.
           IF WS-FOURNISSEURS-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire fournisseurs.txt"
               GO TO REECRIRE-REFERENCE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               MOVE WS-REF(WS-IDX-REF) TO F-REFERENCE
               WRITE F-REFERENCE
           END-PERFORM.
           CLOSE FOURNISSEURS-FICHIER.
       REECRIRE-REFERENCE-FIN.
           EXIT.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
           END-IF.
           IF WS-ROLE-COURANT = "S"
               MOVE "O" TO WS-ACCES-OK
           ELSE
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-RLG-FICHIER
               MOVE "RR" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
           END-IF.

      *    Ecrit une entete de page (titre, parametres, date, numero
      *    de page et ligne de colonnes) en tete du rapport, puis a
      *    nouveau chaque fois que WS-PAGE-TAILLE lignes ont ete
      *    ecrites
       IMPRIMER-ENTETE-POINTS.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-POINTS
           STRING "POINTS DE COMMANDE - CONSOMMATION SUR "
                      DELIMITED BY SIZE
                  WS-PERIODE DELIMITED BY SIZE
                  " J, SECURITE " DELIMITED BY SIZE
                  WS-JOURS-SECURITE DELIMITED BY SIZE
                  " J, CYCLE " DELIMITED BY SIZE
                  WS-JOURS-CYCLE DELIMITED BY SIZE
                  " J" DELIMITED BY SIZE
               INTO LIGNE-POINTS
           WRITE LIGNE-POINTS
           MOVE SPACES TO LIGNE-POINTS
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO LIGNE-POINTS
           WRITE LIGNE-POINTS
           MOVE SPACES TO LIGNE-POINTS
           WRITE LIGNE-POINTS
           MOVE "ARTICLE    FOURN.      CONSO/J DELAI  POINT PROPOSE"
             & "  CIBLE PROPOSE" TO LIGNE-POINTS
           WRITE LIGNE-POINTS.
