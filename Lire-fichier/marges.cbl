       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGES.
      * Rapport de marge brute : cumule par article les ventes
      * (mouvements de motif VENTE de mouvements.txt) d'une periode
      * saisie, et les valorise au prix de vente F-PRIX-ARTICLE et au
      * cout d'achat moyen F-COUT-ARTICLE du maitre inventaire.dat.
      * Chaque article vendu donne sa marge unitaire (prix - cout),
      * sa marge sur la periode et son taux de marge ; une seconde
      * section totalise chiffre d'affaires, cout et marge par
      * fournisseur (F-FOURN-ARTICLE). Le rapport est ecrit dans
      * marges.txt au meme format pagine que valorisation.txt.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MOUVEMENTS-FICHIER ASSIGN TO "mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

           SELECT MARGES-FICHIER ASSIGN TO "marges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGES-STATUS.

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

       FD  MARGES-FICHIER.
       01  LIGNE-MARGES                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MOUVEMENTS-STATUS                 PIC XX.
       01 WS-MARGES-STATUS                     PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Bornes de la periode analysee (AAAAMMJJ)
       01 WS-DATE-DEBUT                        PIC 9(08).
       01 WS-DATE-FIN                          PIC 9(08).
       01 WS-DATE-LIGNE                        PIC 9(08).

      *    Quantites vendues cumulees par article sur la periode
       01 WS-TABLE-VENTES.
           05 WS-VEN OCCURS 100 TIMES.
              10 WS-VEN-ARTICLE                PIC X(10).
              10 WS-VEN-QUANTITE               PIC 9(07).
       77 WS-VEN-CAPACITE                      PIC 9(03) VALUE 100.
       01 WS-NB-VEN                            PIC 9(03) VALUE 0.
       01 WS-IDX-VEN                           PIC 9(03) VALUE 1.
       01 WS-IDX-VEN-TROUVE                    PIC 9(03) VALUE 0.

      *    Totaux par fournisseur : chiffre d'affaires, cout, marge
       01 WS-TABLE-FOURN.
           05 WS-FRN OCCURS 50 TIMES.
              10 WS-FRN-CODE                   PIC X(10).
              10 WS-FRN-CA                     PIC 9(10)V99.
              10 WS-FRN-COUT                   PIC 9(10)V99.
              10 WS-FRN-MARGE                  PIC S9(10)V99.
       77 WS-FRN-CAPACITE                      PIC 9(03) VALUE 50.
       01 WS-NB-FRN                            PIC 9(03) VALUE 0.
       01 WS-IDX-FRN                           PIC 9(03) VALUE 1.
       01 WS-IDX-FRN-TROUVE                    PIC 9(03) VALUE 0.

      *    Calcul de la ligne de l'article courant
       01 WS-COUT-RETENU                       PIC 9(04)V99.
       01 WS-MARGE-UNITAIRE                    PIC S9(04)V99.
       01 WS-CA-LIGNE                          PIC 9(10)V99.
       01 WS-COUT-LIGNE                        PIC 9(10)V99.
       01 WS-MARGE-LIGNE                       PIC S9(10)V99.
       01 WS-TAUX                              PIC S9(03)V9.

      *    Totaux generaux
       01 WS-TOTAL-CA                          PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-COUT                        PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-MARGE                       PIC S9(12)V99 VALUE 0.
       01 WS-NB-MVT-RETENUS                    PIC 9(05) VALUE 0.
       01 WS-NB-ARTICLES-VENDUS                PIC 9(05) VALUE 0.

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC Z(06)9.
       01 WS-PRIX-AFF                          PIC Z(03)9.99.
       01 WS-COUT-AFF                          PIC Z(03)9.99.
       01 WS-MARGE-U-AFF                       PIC -Z(03)9.99.
       01 WS-MARGE-AFF                         PIC -Z(09)9.99.
       01 WS-TAUX-AFF                          PIC -Z(02)9.9.
       01 WS-CA-AFF                            PIC Z(09)9.99.
       01 WS-TOTAL-AFF                         PIC -Z(11)9.99.
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Date systeme et compteurs de pagination pour l'entete
      *    repetee de marges.txt
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
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "MARGES".
       01 WS-REG-RAPPORT              PIC X(30) VALUE "marges.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "MARGES".
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
       MOVE "MARGES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "Debut de la periode (AAAAMMJJ) : ".
       ACCEPT WS-DATE-DEBUT.
       DISPLAY "Fin de la periode (AAAAMMJJ, 0 = aujourd'hui) : ".
       ACCEPT WS-DATE-FIN.
       IF WS-DATE-FIN = 0
           MOVE WS-DATE-SYS TO WS-DATE-FIN
       END-IF.

       PERFORM CUMULER-VENTES.

       OPEN INPUT FICHIER-INVENTAIRE.
       IF WS-INVENTAIRE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   WS-INVENTAIRE-STATUS ") ; lancer MIGRE-COUT "
                   "si la migration n'a pas encore ete faite"
       ELSE
           OPEN OUTPUT MARGES-FICHIER
           IF WS-MARGES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire marges.txt"
           ELSE
               PERFORM IMPRIMER-ENTETE-MARGES
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM ECRIRE-LIGNE-ARTICLE
                               THRU ECRIRE-LIGNE-ARTICLE-FIN
                   END-READ
               END-PERFORM
               PERFORM ECRIRE-TOTAL-GENERAL
               PERFORM ECRIRE-SECTION-FOURNISSEURS
                   THRU ECRIRE-SECTION-FOURNISSEURS-FIN
               CLOSE MARGES-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT

               MOVE WS-TOTAL-MARGE TO WS-TOTAL-AFF
               DISPLAY " "
               DISPLAY "Ventes retenues  : " WS-NB-MVT-RETENUS
               DISPLAY "Articles vendus  : " WS-NB-ARTICLES-VENDUS
               DISPLAY "Marge brute      : " WS-TOTAL-AFF
           END-IF
           CLOSE FICHIER-INVENTAIRE
       END-IF.

       MOVE WS-NB-MVT-RETENUS TO WS-NB-LUES-JRN.
       MOVE WS-NB-ARTICLES-VENDUS TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Parcourt mouvements.txt et cumule par article les sorties
      *    de motif VENTE datees dans la periode ; l'absence du
      *    journal n'est pas une erreur
       CUMULER-VENTES.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "mouvements.txt absent : aucune vente connue"
           ELSE
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-M-SIGNE = "-"
                              AND F-M-MOTIF = "VENTE"
                               PERFORM CUMULER-LIGNE-VENTE
                                   THRU CUMULER-LIGNE-VENTE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

      *    Ajoute la vente au cumul de son article si elle tombe
      *    dans la periode demandee
       CUMULER-LIGNE-VENTE.
           COMPUTE WS-DATE-LIGNE = F-M-ANNEE * 10000
                                 + F-M-MOIS * 100 + F-M-JOUR.
           IF WS-DATE-LIGNE < WS-DATE-DEBUT
              OR WS-DATE-LIGNE > WS-DATE-FIN
               GO TO CUMULER-LIGNE-VENTE-FIN
           END-IF.
           ADD 1 TO WS-NB-MVT-RETENUS.
           MOVE 0 TO WS-IDX-VEN-TROUVE.
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-NB-VEN
                   OR WS-IDX-VEN-TROUVE NOT = 0
               IF WS-VEN-ARTICLE(WS-IDX-VEN) = F-M-ARTICLE
                   MOVE WS-IDX-VEN TO WS-IDX-VEN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-VEN-TROUVE = 0
               IF WS-NB-VEN < WS-VEN-CAPACITE
                   ADD 1 TO WS-NB-VEN
                   MOVE F-M-ARTICLE  TO WS-VEN-ARTICLE(WS-NB-VEN)
                   MOVE F-M-QUANTITE TO WS-VEN-QUANTITE(WS-NB-VEN)
               END-IF
           ELSE
               ADD F-M-QUANTITE TO WS-VEN-QUANTITE(WS-IDX-VEN-TROUVE)
           END-IF.
       CUMULER-LIGNE-VENTE-FIN.
           EXIT.

      *    Ligne de l'article courant s'il a ete vendu sur la
      *    periode : marge unitaire, marge de la periode et taux,
      *    reportes aussi dans le total de son fournisseur
       ECRIRE-LIGNE-ARTICLE.
           MOVE 0 TO WS-IDX-VEN-TROUVE.
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-NB-VEN
                   OR WS-IDX-VEN-TROUVE NOT = 0
               IF WS-VEN-ARTICLE(WS-IDX-VEN) = F-NOM-ARTICLE
                   MOVE WS-IDX-VEN TO WS-IDX-VEN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-VEN-TROUVE = 0
               GO TO ECRIRE-LIGNE-ARTICLE-FIN
           END-IF.
           ADD 1 TO WS-NB-ARTICLES-VENDUS.

           MOVE F-PRIX-ARTICLE TO WS-COUT-RETENU.
           IF F-COUT-ARTICLE IS NUMERIC
              AND F-COUT-ARTICLE > 0
               MOVE F-COUT-ARTICLE TO WS-COUT-RETENU
           END-IF.
           COMPUTE WS-MARGE-UNITAIRE = F-PRIX-ARTICLE - WS-COUT-RETENU.
           COMPUTE WS-CA-LIGNE = WS-VEN-QUANTITE(WS-IDX-VEN-TROUVE)
                   * F-PRIX-ARTICLE.
           COMPUTE WS-COUT-LIGNE = WS-VEN-QUANTITE(WS-IDX-VEN-TROUVE)
                   * WS-COUT-RETENU.
           COMPUTE WS-MARGE-LIGNE = WS-CA-LIGNE - WS-COUT-LIGNE.
           IF F-PRIX-ARTICLE = 0
               MOVE 0 TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED =
                       WS-MARGE-UNITAIRE * 100 / F-PRIX-ARTICLE
           END-IF.
           ADD WS-CA-LIGNE    TO WS-TOTAL-CA.
           ADD WS-COUT-LIGNE  TO WS-TOTAL-COUT.
           ADD WS-MARGE-LIGNE TO WS-TOTAL-MARGE.
           PERFORM CUMULER-FOURNISSEUR
               THRU CUMULER-FOURNISSEUR-FIN.

           MOVE WS-VEN-QUANTITE(WS-IDX-VEN-TROUVE) TO WS-QTE-AFF.
           MOVE F-PRIX-ARTICLE    TO WS-PRIX-AFF.
           MOVE WS-COUT-RETENU    TO WS-COUT-AFF.
           MOVE WS-MARGE-UNITAIRE TO WS-MARGE-U-AFF.
           MOVE WS-MARGE-LIGNE    TO WS-MARGE-AFF.
           MOVE WS-TAUX           TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING F-NOM-ARTICLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-FOURN-ARTICLE DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRIX-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COUT-AFF DELIMITED BY SIZE
                  WS-MARGE-U-AFF DELIMITED BY SIZE
                  WS-MARGE-AFF DELIMITED BY SIZE
                  WS-TAUX-AFF DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           ADD 1 TO WS-LIGNE-PAGE.
           IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
               PERFORM IMPRIMER-ENTETE-MARGES
           END-IF.
       ECRIRE-LIGNE-ARTICLE-FIN.
           EXIT.

      *    Reporte la ligne courante dans le total de son fournisseur
       CUMULER-FOURNISSEUR.
           MOVE 0 TO WS-IDX-FRN-TROUVE.
           PERFORM VARYING WS-IDX-FRN FROM 1 BY 1
                   UNTIL WS-IDX-FRN > WS-NB-FRN
                   OR WS-IDX-FRN-TROUVE NOT = 0
               IF WS-FRN-CODE(WS-IDX-FRN) = F-FOURN-ARTICLE
                   MOVE WS-IDX-FRN TO WS-IDX-FRN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-FRN-TROUVE = 0
               IF WS-NB-FRN < WS-FRN-CAPACITE
                   ADD 1 TO WS-NB-FRN
                   MOVE WS-NB-FRN TO WS-IDX-FRN-TROUVE
                   MOVE F-FOURN-ARTICLE
                       TO WS-FRN-CODE(WS-IDX-FRN-TROUVE)
                   MOVE 0 TO WS-FRN-CA(WS-IDX-FRN-TROUVE)
                   MOVE 0 TO WS-FRN-COUT(WS-IDX-FRN-TROUVE)
                   MOVE 0 TO WS-FRN-MARGE(WS-IDX-FRN-TROUVE)
               ELSE
                   GO TO CUMULER-FOURNISSEUR-FIN
               END-IF
           END-IF.
           ADD WS-CA-LIGNE    TO WS-FRN-CA(WS-IDX-FRN-TROUVE).
           ADD WS-COUT-LIGNE  TO WS-FRN-COUT(WS-IDX-FRN-TROUVE).
           ADD WS-MARGE-LIGNE TO WS-FRN-MARGE(WS-IDX-FRN-TROUVE).
       CUMULER-FOURNISSEUR-FIN.
           EXIT.

      *    Totaux generaux de la periode sous la liste des articles
       ECRIRE-TOTAL-GENERAL.
           MOVE SPACES TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           MOVE WS-TOTAL-CA TO WS-CA-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "CHIFFRE D'AFFAIRES : " DELIMITED BY SIZE
                  WS-CA-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           MOVE WS-TOTAL-COUT TO WS-CA-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "COUT DES VENTES    : " DELIMITED BY SIZE
                  WS-CA-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           MOVE WS-TOTAL-MARGE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "MARGE BRUTE        : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.

      *    Section finale : chiffre d'affaires, cout et marge de la
      *    periode par fournisseur, avec le taux de marge
       ECRIRE-SECTION-FOURNISSEURS.
           IF WS-NB-FRN = 0
               GO TO ECRIRE-SECTION-FOURNISSEURS-FIN
           END-IF.
           MOVE SPACES TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           MOVE "MARGE PAR FOURNISSEUR" TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           MOVE "FOURN.      CHIFFRE AFF.        MARGE   TAUX"
               TO LIGNE-MARGES.
           WRITE LIGNE-MARGES.
           PERFORM VARYING WS-IDX-FRN FROM 1 BY 1
                   UNTIL WS-IDX-FRN > WS-NB-FRN
               IF WS-FRN-CA(WS-IDX-FRN) = 0
                   MOVE 0 TO WS-TAUX
               ELSE
                   COMPUTE WS-TAUX ROUNDED =
                           WS-FRN-MARGE(WS-IDX-FRN) * 100
                           / WS-FRN-CA(WS-IDX-FRN)
               END-IF
               MOVE WS-FRN-CA(WS-IDX-FRN)    TO WS-CA-AFF
               MOVE WS-FRN-MARGE(WS-IDX-FRN) TO WS-MARGE-AFF
               MOVE WS-TAUX                  TO WS-TAUX-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING WS-FRN-CODE(WS-IDX-FRN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CA-AFF DELIMITED BY SIZE
                      WS-MARGE-AFF DELIMITED BY SIZE
                      WS-TAUX-AFF DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               MOVE WS-LIGNE-RAPPORT TO LIGNE-MARGES
               WRITE LIGNE-MARGES
           END-PERFORM.
       ECRIRE-SECTION-FOURNISSEURS-FIN.
           EXIT.

      *    Ecrit une entete de page (titre, periode, date, numero de
      *    page et ligne de colonnes) en tete de marges.txt, puis a
      *    nouveau chaque fois que WS-PAGE-TAILLE lignes ont ete
      *    ecrites
       IMPRIMER-ENTETE-MARGES.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-MARGES
           STRING "RAPPORT DE MARGE BRUTE DU " DELIMITED BY SIZE
                  WS-DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  WS-DATE-FIN DELIMITED BY SIZE
               INTO LIGNE-MARGES
           WRITE LIGNE-MARGES
           MOVE SPACES TO LIGNE-MARGES
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO LIGNE-MARGES
           WRITE LIGNE-MARGES
           MOVE SPACES TO LIGNE-MARGES
           WRITE LIGNE-MARGES
           MOVE "ARTICLE    FOURN.       VENDU    PRIX    COUT  MARGE/U"
             & "        MARGE  TAUX" TO LIGNE-MARGES
           WRITE LIGNE-MARGES.
