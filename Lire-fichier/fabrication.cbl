       IDENTIFICATION DIVISION.
       PROGRAM-ID. FABRICATION.
      * Ordres de fabrication des articles prepares sur place (pate,
      * sauce...) : jusqu'ici le maitre inventaire.dat voyait les
      * matieres premieres baisser par CORRECTION et l'article
      * prepare apparaitre de nulle part. La nomenclature
      * nomenclatures.txt donne, dans l'esprit de recettes.txt pour
      * les pizzas, les composants d'un article prepare et leur
      * quantite par unite fabriquee. Une fabrication verifie que
      * tous les composants sont disponibles (stock moins lots
      * bloques par un rappel), puis, sous le verrou partage du
      * maitre, sort les composants et entre l'article fabrique
      * (mouvements.txt, motif FABRICATIO ; lots des composants
      * servis au plus proche perime et consignes dans
      * lots-journal.txt avec le numero de fabrication). Le cout du
      * lot fabrique est la somme des composants au cout moyen
      * F-COUT-ARTICLE, et le cout moyen de l'article fabrique est
      * recalcule comme a la reception. Chaque fabrication est
      * consignee dans fabrications.txt (numero tire de
      * compteur-fabrications.txt) ; le rapport d'une semaine,
      * fabriques et consommes, part dans fabrication-semaine.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
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

      *    Nomenclature : article prepare, composant, quantite du
      *    composant par unite fabriquee
           SELECT NOMENCLATURES-FICHIER ASSIGN TO "nomenclatures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMENCLATURES-STATUS.

           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

      *    Journal des fabrications (jamais reecrit)
           SELECT FABRICATIONS-FICHIER ASSIGN TO "fabrications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FABRICATIONS-STATUS.

      *    Prochain numero de fabrication a attribuer
           SELECT COMPTEUR-FICHIER
               ASSIGN TO "compteur-fabrications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTEUR-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "fabrication-semaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  NOMENCLATURES-FICHIER.
       01  F-NOMENCLATURE.
           05 F-NMC-PRODUIT          PIC X(10).
           05 F-NMC-COMPOSANT        PIC X(10).
           05 F-NMC-QTE              PIC 9(03).

      *    Meme decoupage que F-LOT dans ajuste-stock.cbl (B = bloque
      *    par un rappel)
       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE          PIC X(10).
           05 F-LOT-NUMERO           PIC X(10).
           05 F-LOT-QTE              PIC 9(05).
           05 F-LOT-PEREMPTION       PIC 9(08).
           05 F-LOT-BLOQUE           PIC X.

       FD  LOTS-JOURNAL-FICHIER.
           COPY "LotJournal.cpy".

      *    Une ligne P pour l'article fabrique (cout du lot), une
      *    ligne C par composant consomme (cout de la quantite prise)
       FD  FABRICATIONS-FICHIER.
       01  F-FABRICATION.
           05 F-FAB-NUMERO           PIC 9(06).
           05 F-FAB-DATE             PIC 9(08).
           05 F-FAB-TYPE             PIC X.
           05 F-FAB-ARTICLE          PIC X(10).
           05 F-FAB-QTE              PIC 9(05).
           05 F-FAB-COUT             PIC 9(07)V99.
           05 F-FAB-QUI              PIC X(03).

       FD  COMPTEUR-FICHIER.
       01  F-COMPTEUR.
           05 F-CPT-PROCHAIN         PIC 9(06).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-NOMENCLATURES-STATUS              PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-FABRICATIONS-STATUS               PIC XX.
       01 WS-COMPTEUR-STATUS                   PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX                             PIC 9 VALUE 0.

      *    Code de l'operateur de la session (pose par OPERATIONS),
      *    repris dans le journal des fabrications
       01 WS-OPERATEUR-COURANT                 PIC X(03) EXTERNAL.

      *    Article a fabriquer, resolu par le sous-programme partage
      *    CodeArticle
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-NOM-RECHERCHE                     PIC X(10).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "FABRICATIO".
       01 WS-CA-RESULTAT                       PIC X.
       01 WS-PRODUIT                           PIC X(10).
       01 WS-QTE-FABRIQUEE                     PIC 9(05).

      *    Composants de l'article a fabriquer
       01 WS-TABLE-CMP.
           05 WS-CMP OCCURS 20 TIMES.
              10 WS-CMP-ARTICLE                PIC X(10).
              10 WS-CMP-QTE-UNITE              PIC 9(03).
              10 WS-CMP-BESOIN                 PIC 9(06).
              10 WS-CMP-COUT                   PIC 9(07)V99.
       77 WS-CMP-CAPACITE                      PIC 99 VALUE 20.
       01 WS-NB-CMP                            PIC 99 VALUE 0.
       01 WS-IDX-CMP                           PIC 99 VALUE 1.
       01 WS-TROP-CMP                          PIC X VALUE "N".
       01 WS-NB-MANQUES                        PIC 99 VALUE 0.
       01 WS-DISPONIBLE                        PIC S9(07).

      *    Application au maitre
       01 WS-STOCK-AVANT                       PIC 9(05).
       01 WS-NOUVEAU-STOCK                     PIC S9(07).
       01 WS-QTE-MOUVEMENT                     PIC 9(05).
       01 WS-SIGNE-MOUVEMENT                   PIC X.
       01 WS-COUT-UNITAIRE                     PIC 9(04)V99.
       01 WS-COUT-LOT                          PIC 9(07)V99 VALUE 0.
       01 WS-VALEUR-COUT                       PIC 9(11)V99.
       01 WS-NOUVEAU-COUT                      PIC 9(06)V99.
       01 WS-NUMERO-FABRICATION                PIC 9(06) VALUE 1.

      *    Lots du composant sorti, servis au plus proche perime ;
      *    la table n'est jamais reecrite si lots.txt a deborde
       01 WS-TABLE-LOTS.
           05 WS-LOT OCCURS 200 TIMES.
              10 WS-LOT-ARTICLE                PIC X(10).
              10 WS-LOT-NUMERO                 PIC X(10).
              10 WS-LOT-QTE                    PIC 9(05).
              10 WS-LOT-PEREMPTION             PIC 9(08).
              10 WS-LOT-BLOQUE                 PIC X.
       01 WS-NB-LOTS                           PIC 9(03) VALUE 0.
       01 WS-TROP-LOTS                         PIC X     VALUE "N".
       01 WS-IDX-LOT                           PIC 9(03) VALUE 1.
       01 WS-IDX-LOT-MIN                       PIC 9(03) VALUE 0.
       01 WS-RESTE-A-CONSOMMER                 PIC 9(05).
       01 WS-QTE-PRISE                         PIC 9(05).
       01 WS-QTE-BLOQUEE                       PIC 9(06).

      *    Semaine du rapport (7 jours a partir de la date saisie),
      *    meme calcul que RAPPORT-PERIODE
       01 WS-REFERENCE                         PIC X(8).
       01 WS-SEM-DEBUT                         PIC 9(8).
       01 WS-SEM-FIN                           PIC 9(8).
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9.

      *    Cumuls de la semaine : articles fabriques et composants
      *    consommes
       01 WS-TABLE-TOT.
           05 WS-TOT OCCURS 100 TIMES.
              10 WS-TOT-TYPE                   PIC X.
              10 WS-TOT-ARTICLE                PIC X(10).
              10 WS-TOT-QTE                    PIC 9(07).
              10 WS-TOT-COUT                   PIC 9(09)V99.
       77 WS-TOT-CAPACITE                      PIC 9(03) VALUE 100.
       01 WS-NB-TOT                            PIC 9(03) VALUE 0.
       01 WS-IDX-TOT                           PIC 9(03) VALUE 1.
       01 WS-IDX-TOT-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-TROP-TOT                          PIC X VALUE "N".
       01 WS-NB-FABRICATIONS                   PIC 9(05) VALUE 0.
       01 WS-TOTAL-COUT                        PIC 9(09)V99 VALUE 0.

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC Z(6)9.
       01 WS-COUT-AFF                          PIC Z(8)9.99.
       01 WS-PU-AFF                            PIC ZZZZ9.99.
       01 WS-LIGNE-RAPPORT                     PIC X(70).

      *    Date et heure systeme pour l'horodatage des mouvements
       77 WS-DATE-SYS                          PIC 9(8).
       77 WS-HEURE-SYS                         PIC 9(8).

      *    Ligne du journal des mouvements ; meme decoupage que
      *    WS-LIGNE-MVT dans ajuste-stock.cbl
       01 WS-LIGNE-MVT.
           05 WS-M-ANNEE         PIC 9(4).
           05 FILLER             PIC X      VALUE "-".
           05 WS-M-MOIS          PIC 99.
           05 FILLER             PIC X      VALUE "-".
           05 WS-M-JOUR          PIC 99.
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-HEURE         PIC 99.
           05 FILLER             PIC X      VALUE ":".
           05 WS-M-MINUTE        PIC 99.
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-ARTICLE       PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-SIGNE         PIC X.
           05 WS-M-QUANTITE      PIC 9(05).
           05 FILLER             PIC X(08)  VALUE " avant: ".
           05 WS-M-AVANT         PIC 9(05).
           05 FILLER             PIC X(08)  VALUE " apres: ".
           05 WS-M-APRES         PIC 9(05).
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-MOTIF         PIC X(10).

      *    Compte rendu du sous-programme MouvementLog, qui ajoute
      *    la ligne a mouvements.txt et au journal indexe
      *    mouvements.dat
       01 WS-MVL-RESULTAT            PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou : un seul utilisateur a la fois reecrit le maitre
       01 WS-VER-ACTION                        PIC X.
       01 WS-VER-FICHIER                       PIC X(20).
       01 WS-VER-QUI                           PIC X(10).
       01 WS-VER-RESULTAT                      PIC X.

      *    Classement du rapport de la semaine sous un nom date, via
      *    le sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME        PIC X(12) VALUE "FABRICATION".
       01 WS-REG-RAPPORT          PIC X(30)
                                  VALUE "fabrication-semaine.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "FABRICATIO".
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

       DISPLAY "1. Enregistrer une fabrication".
       DISPLAY "2. Rapport des fabrications d'une semaine".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX.

       EVALUATE WS-CHOIX
           WHEN 1
               PERFORM FABRIQUER
                   THRU FABRIQUER-FIN
           WHEN 2
               PERFORM RAPPORT-SEMAINE
                   THRU RAPPORT-SEMAINE-FIN
           WHEN OTHER
               DISPLAY "Choix inconnu."
               GOBACK
       END-EVALUATE.

       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Une fabrication : nomenclature de l'article, controle de
      *    tous les composants, puis sorties et entree sous le verrou
      *    du maitre ; rien n'est applique si un composant manque
       FABRIQUER.
           MOVE "C" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.
           DISPLAY "Article fabrique (nom, code ou code-barres) : ".
           MOVE SPACES TO WS-SAISIE-ARTICLE.
           ACCEPT WS-SAISIE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.
           MOVE WS-NOM-RECHERCHE TO WS-PRODUIT.

           PERFORM CHARGER-NOMENCLATURE.
           IF WS-NB-CMP = 0
               DISPLAY "Aucune nomenclature pour " WS-PRODUIT
                       " dans nomenclatures.txt."
               GO TO FABRIQUER-FIN
           END-IF.
           IF WS-TROP-CMP = "O"
               DISPLAY "** Nomenclature de " WS-PRODUIT " au-dela de "
                       WS-CMP-CAPACITE " composants ; fabrication "
                       "refusee **"
               GO TO FABRIQUER-FIN
           END-IF.

           DISPLAY "Quantite fabriquee : ".
           ACCEPT WS-QTE-FABRIQUEE.
           IF WS-QTE-FABRIQUEE = 0
               DISPLAY "Rien a fabriquer."
               GO TO FABRIQUER-FIN
           END-IF.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-CMP
               COMPUTE WS-CMP-BESOIN(WS-IDX-CMP) =
                       WS-QTE-FABRIQUEE * WS-CMP-QTE-UNITE(WS-IDX-CMP)
               MOVE 0 TO WS-CMP-COUT(WS-IDX-CMP)
           END-PERFORM.

      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "FABRICATIO" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "FABRICATIO" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
           IF WS-VER-RESULTAT NOT = "O"
               DISPLAY "Fabrication non enregistree."
               GO TO FABRIQUER-FIN
           END-IF.
           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               PERFORM LIBERER-VERROU
               GO TO FABRIQUER-FIN
           END-IF.

           PERFORM CONTROLER-COMPOSANTS
               THRU CONTROLER-COMPOSANTS-FIN.
           IF WS-NB-MANQUES > 0
               DISPLAY "** Fabrication refusee : " WS-NB-MANQUES
                       " composant(s) insuffisant(s) **"
               ADD WS-NB-MANQUES TO WS-NB-REJETEES-JRN
               CLOSE FICHIER-INVENTAIRE
               PERFORM LIBERER-VERROU
               GO TO FABRIQUER-FIN
           END-IF.

           PERFORM LIRE-COMPTEUR.
           MOVE 0 TO WS-COUT-LOT.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-CMP
               PERFORM SORTIR-COMPOSANT
                   THRU SORTIR-COMPOSANT-FIN
           END-PERFORM.
           PERFORM ENTRER-PRODUIT
               THRU ENTRER-PRODUIT-FIN.
           CLOSE FICHIER-INVENTAIRE.
           PERFORM LIBERER-VERROU.
           PERFORM ECRIRE-COMPTEUR.
           PERFORM CONSIGNER-FABRICATION.

           MOVE WS-COUT-LOT TO WS-COUT-AFF.
           COMPUTE WS-COUT-UNITAIRE ROUNDED =
                   WS-COUT-LOT / WS-QTE-FABRIQUEE.
           MOVE WS-COUT-UNITAIRE TO WS-PU-AFF.
           DISPLAY " ".
           DISPLAY "Fabrication " WS-NUMERO-FABRICATION " : "
                   WS-QTE-FABRIQUEE " " WS-PRODUIT.
           DISPLAY "Cout du lot     : " WS-COUT-AFF.
           DISPLAY "Cout par unite  : " WS-PU-AFF.
       FABRIQUER-FIN.
           EXIT.

       LIBERER-VERROU.
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

      *    Charge les composants de WS-PRODUIT ; l'absence du
      *    fichier laisse la nomenclature vide
       CHARGER-NOMENCLATURE.
           MOVE 0 TO WS-NB-CMP.
           OPEN INPUT NOMENCLATURES-FICHIER.
           IF WS-NOMENCLATURES-STATUS = "00"
               PERFORM UNTIL WS-NOMENCLATURES-STATUS NOT = "00"
                   READ NOMENCLATURES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-NMC-PRODUIT = WS-PRODUIT
                              AND F-NMC-QTE IS NUMERIC
                              AND F-NMC-QTE > 0
                               IF WS-NB-CMP < WS-CMP-CAPACITE
                                   ADD 1 TO WS-NB-CMP
                                   MOVE F-NMC-COMPOSANT
                                       TO WS-CMP-ARTICLE(WS-NB-CMP)
                                   MOVE F-NMC-QTE
                                       TO WS-CMP-QTE-UNITE(WS-NB-CMP)
                               ELSE
                                   MOVE "O" TO WS-TROP-CMP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMENCLATURES-FICHIER
           END-IF.

      *    Chaque composant doit couvrir son besoin hors lots
      *    bloques, et l'article fabrique doit exister et pouvoir
      *    recevoir la quantite
       CONTROLER-COMPOSANTS.
           MOVE 0 TO WS-NB-MANQUES.
           MOVE WS-PRODUIT TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "** " WS-PRODUIT " absent du maitre **"
                   ADD 1 TO WS-NB-MANQUES
                   GO TO CONTROLER-COMPOSANTS-FIN
           END-READ.
           IF F-STOCK-ARTICLE + WS-QTE-FABRIQUEE > 99999
               DISPLAY "** Le stock de " WS-PRODUIT " depasserait "
                       "99999 **"
               ADD 1 TO WS-NB-MANQUES
               GO TO CONTROLER-COMPOSANTS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-NB-CMP
               PERFORM CONTROLER-UN-COMPOSANT
                   THRU CONTROLER-UN-COMPOSANT-FIN
           END-PERFORM.
       CONTROLER-COMPOSANTS-FIN.
           EXIT.

       CONTROLER-UN-COMPOSANT.
           MOVE WS-CMP-ARTICLE(WS-IDX-CMP) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "** Composant " F-NOM-ARTICLE
                           " absent du maitre **"
                   ADD 1 TO WS-NB-MANQUES
                   GO TO CONTROLER-UN-COMPOSANT-FIN
           END-READ.
           PERFORM CALCULER-QTE-BLOQUEE
               THRU CALCULER-QTE-BLOQUEE-FIN.
           COMPUTE WS-DISPONIBLE = F-STOCK-ARTICLE - WS-QTE-BLOQUEE.
           IF WS-CMP-BESOIN(WS-IDX-CMP) > WS-DISPONIBLE
               DISPLAY "** " F-NOM-ARTICLE " : besoin "
                       WS-CMP-BESOIN(WS-IDX-CMP) ", disponible "
                       WS-DISPONIBLE " **"
               ADD 1 TO WS-NB-MANQUES
           END-IF.
       CONTROLER-UN-COMPOSANT-FIN.
           EXIT.

      *    Somme des lots bloques de l'article courant (0 si
      *    lots.txt est absent)
       CALCULER-QTE-BLOQUEE.
           MOVE 0 TO WS-QTE-BLOQUEE.
           OPEN INPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS NOT = "00"
               GO TO CALCULER-QTE-BLOQUEE-FIN
           END-IF.
           PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
               READ LOTS-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-LOT-ARTICLE = F-NOM-ARTICLE
                          AND F-LOT-BLOQUE = "B"
                           ADD F-LOT-QTE TO WS-QTE-BLOQUEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTS-FICHIER.
       CALCULER-QTE-BLOQUEE-FIN.
           EXIT.

      *    Sort le besoin du composant WS-IDX-CMP ; la fabrication
      *    puise d'abord en reserve, le rayon n'est ramene que si le
      *    stock restant ne le couvre plus
       SORTIR-COMPOSANT.
           MOVE WS-CMP-ARTICLE(WS-IDX-CMP) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   ADD 1 TO WS-NB-REJETEES-JRN
                   GO TO SORTIR-COMPOSANT-FIN
           END-READ.
           MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT.
           COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE
                   - WS-CMP-BESOIN(WS-IDX-CMP).
           MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
               MOVE 0 TO F-RAYON-ARTICLE
           END-IF.
           IF F-RAYON-ARTICLE > F-STOCK-ARTICLE
               MOVE F-STOCK-ARTICLE TO F-RAYON-ARTICLE
           END-IF.
           IF F-COUT-ARTICLE IS NOT NUMERIC OR F-COUT-ARTICLE = 0
               MOVE F-PRIX-ARTICLE TO WS-COUT-UNITAIRE
           ELSE
               MOVE F-COUT-ARTICLE TO WS-COUT-UNITAIRE
           END-IF.
           REWRITE F-ARTICLE
               INVALID KEY
                   DISPLAY "** Reecriture impossible : "
                           F-NOM-ARTICLE " **"
                   ADD 1 TO WS-NB-REJETEES-JRN
                   GO TO SORTIR-COMPOSANT-FIN
           END-REWRITE.
           COMPUTE WS-CMP-COUT(WS-IDX-CMP) =
                   WS-CMP-BESOIN(WS-IDX-CMP) * WS-COUT-UNITAIRE.
           ADD WS-CMP-COUT(WS-IDX-CMP) TO WS-COUT-LOT.
           ADD 1 TO WS-NB-ECRITES-JRN.
           MOVE "-" TO WS-SIGNE-MOUVEMENT.
           MOVE WS-CMP-BESOIN(WS-IDX-CMP) TO WS-QTE-MOUVEMENT.
           PERFORM JOURNALISER-MOUVEMENT.
           PERFORM CONSOMMER-LOTS
               THRU CONSOMMER-LOTS-FIN.
       SORTIR-COMPOSANT-FIN.
           EXIT.

      *    Entre l'article fabrique en reserve et recalcule son cout
      *    moyen : (stock en place x cout actuel + cout du lot) /
      *    nouveau stock, comme CALCULER-COUT-MOYEN de RECEPTION-CDE
       ENTRER-PRODUIT.
           MOVE WS-PRODUIT TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   ADD 1 TO WS-NB-REJETEES-JRN
                   GO TO ENTRER-PRODUIT-FIN
           END-READ.
           MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT.
           COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE
                   + WS-QTE-FABRIQUEE.
           IF F-COUT-ARTICLE IS NOT NUMERIC
               MOVE F-PRIX-ARTICLE TO F-COUT-ARTICLE
           END-IF.
           COMPUTE WS-VALEUR-COUT =
                   WS-STOCK-AVANT * F-COUT-ARTICLE + WS-COUT-LOT.
           COMPUTE WS-NOUVEAU-COUT ROUNDED =
                   WS-VALEUR-COUT / WS-NOUVEAU-STOCK.
           IF WS-NOUVEAU-COUT > 9999.99
               MOVE 9999.99 TO F-COUT-ARTICLE
           ELSE
               MOVE WS-NOUVEAU-COUT TO F-COUT-ARTICLE
           END-IF.
           MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
               MOVE 0 TO F-RAYON-ARTICLE
           END-IF.
           REWRITE F-ARTICLE
               INVALID KEY
                   DISPLAY "** Reecriture impossible : "
                           F-NOM-ARTICLE " **"
                   ADD 1 TO WS-NB-REJETEES-JRN
                   GO TO ENTRER-PRODUIT-FIN
           END-REWRITE.
           ADD 1 TO WS-NB-ECRITES-JRN.
           MOVE "+" TO WS-SIGNE-MOUVEMENT.
           MOVE WS-QTE-FABRIQUEE TO WS-QTE-MOUVEMENT.
           PERFORM JOURNALISER-MOUVEMENT.
       ENTRER-PRODUIT-FIN.
           EXIT.

      *    Ajoute une ligne aux journaux des mouvements pour le
      *    mouvement qui vient d'etre applique (motif FABRICATIO)
       JOURNALISER-MOUVEMENT.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-DATE-SYS(1:4)  TO WS-M-ANNEE.
           MOVE WS-DATE-SYS(5:2)  TO WS-M-MOIS.
           MOVE WS-DATE-SYS(7:2)  TO WS-M-JOUR.
           MOVE WS-HEURE-SYS(1:2) TO WS-M-HEURE.
           MOVE WS-HEURE-SYS(3:2) TO WS-M-MINUTE.
           MOVE F-NOM-ARTICLE     TO WS-M-ARTICLE.
           MOVE WS-SIGNE-MOUVEMENT TO WS-M-SIGNE.
           MOVE WS-QTE-MOUVEMENT  TO WS-M-QUANTITE.
           MOVE WS-STOCK-AVANT    TO WS-M-AVANT.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "FABRICATIO"      TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Mouvement applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.

      *    Consomme le besoin du composant sur ses lots libres, au
      *    plus proche perime d'abord, puis reecrit lots.txt sans les
      *    lots epuises ; meme regle que CONSOMMER-LOTS dans
      *    ajuste-stock.cbl
       CONSOMMER-LOTS.
           MOVE 0 TO WS-NB-LOTS.
           MOVE "N" TO WS-TROP-LOTS.
           OPEN INPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS NOT = "00"
               GO TO CONSOMMER-LOTS-FIN
           END-IF.
           PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
               READ LOTS-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-LOTS < 200
                           ADD 1 TO WS-NB-LOTS
                           MOVE F-LOT TO WS-LOT(WS-NB-LOTS)
                       ELSE
                           MOVE "O" TO WS-TROP-LOTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTS-FICHIER.
           IF WS-TROP-LOTS = "O"
               DISPLAY "** Attention : lots.txt contient plus de "
                       "200 lignes, les lots ne sont pas mis a "
                       "jour pour cette sortie **"
               GO TO CONSOMMER-LOTS-FIN
           END-IF.

           MOVE WS-CMP-BESOIN(WS-IDX-CMP) TO WS-RESTE-A-CONSOMMER.
           MOVE 1 TO WS-IDX-LOT-MIN.
           PERFORM UNTIL WS-RESTE-A-CONSOMMER = 0
                   OR WS-IDX-LOT-MIN = 0
               PERFORM TROUVER-LOT-PLUS-PROCHE
               IF WS-IDX-LOT-MIN NOT = 0
                   IF WS-LOT-QTE(WS-IDX-LOT-MIN)
                           > WS-RESTE-A-CONSOMMER
                       MOVE WS-RESTE-A-CONSOMMER TO WS-QTE-PRISE
                   ELSE
                       MOVE WS-LOT-QTE(WS-IDX-LOT-MIN)
                           TO WS-QTE-PRISE
                   END-IF
                   SUBTRACT WS-QTE-PRISE
                       FROM WS-LOT-QTE(WS-IDX-LOT-MIN)
                   SUBTRACT WS-QTE-PRISE FROM WS-RESTE-A-CONSOMMER
                   PERFORM JOURNALISER-LOT
               END-IF
           END-PERFORM.

           OPEN OUTPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS NOT = "00"
               DISPLAY "** Lots non mis a jour (lots.txt "
                       "inaccessible) **"
           ELSE
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-QTE(WS-IDX-LOT) > 0
                       MOVE WS-LOT(WS-IDX-LOT) TO F-LOT
                       WRITE F-LOT
                   END-IF
               END-PERFORM
               CLOSE LOTS-FICHIER
           END-IF.
       CONSOMMER-LOTS-FIN.
           EXIT.

      *    Cherche le lot libre non vide de l'article courant dont la
      *    date de peremption est la plus proche (0 si aucun)
       TROUVER-LOT-PLUS-PROCHE.
           MOVE 0 TO WS-IDX-LOT-MIN.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-NOM-ARTICLE
                  AND WS-LOT-QTE(WS-IDX-LOT) > 0
                  AND WS-LOT-BLOQUE(WS-IDX-LOT) NOT = "B"
                   IF WS-IDX-LOT-MIN = 0
                      OR WS-LOT-PEREMPTION(WS-IDX-LOT) <
                         WS-LOT-PEREMPTION(WS-IDX-LOT-MIN)
                       MOVE WS-IDX-LOT TO WS-IDX-LOT-MIN
                   END-IF
               END-IF
           END-PERFORM.

      *    Consigne la prise sur le lot WS-IDX-LOT-MIN dans
      *    lots-journal.txt, avec le numero de fabrication
       JOURNALISER-LOT.
           MOVE WS-DATE-SYS       TO F-LJ-DATE.
           MOVE F-NOM-ARTICLE     TO F-LJ-ARTICLE.
           MOVE WS-LOT-NUMERO(WS-IDX-LOT-MIN) TO F-LJ-LOT.
           MOVE "-"               TO F-LJ-SIGNE.
           MOVE WS-QTE-PRISE      TO F-LJ-QTE.
           MOVE "FABRICATIO"      TO F-LJ-MOTIF.
           MOVE SPACES            TO F-LJ-REFERENCE.
           MOVE WS-NUMERO-FABRICATION TO F-LJ-REFERENCE(1:6).
           OPEN EXTEND LOTS-JOURNAL-FICHIER.
           IF WS-LOTS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT LOTS-JOURNAL-FICHIER
           END-IF.
           IF WS-LOTS-JOURNAL-STATUS = "00"
               WRITE F-LOT-JOURNAL
               CLOSE LOTS-JOURNAL-FICHIER
           ELSE
               DISPLAY "** Lot non journalise (lots-journal.txt "
                       "inaccessible) **"
           END-IF.

      *    Ajoute la fabrication a fabrications.txt : la ligne P de
      *    l'article fabrique puis une ligne C par composant
       CONSIGNER-FABRICATION.
           OPEN EXTEND FABRICATIONS-FICHIER.
           IF WS-FABRICATIONS-STATUS NOT = "00"
               OPEN OUTPUT FABRICATIONS-FICHIER
           END-IF.
           IF WS-FABRICATIONS-STATUS NOT = "00"
               DISPLAY "** Fabrication appliquee mais non consignee "
                       "(fabrications.txt inaccessible) **"
           ELSE
               MOVE WS-NUMERO-FABRICATION TO F-FAB-NUMERO
               MOVE WS-DATE-SYS           TO F-FAB-DATE
               MOVE "P"                   TO F-FAB-TYPE
               MOVE WS-PRODUIT            TO F-FAB-ARTICLE
               MOVE WS-QTE-FABRIQUEE      TO F-FAB-QTE
               MOVE WS-COUT-LOT           TO F-FAB-COUT
               MOVE WS-OPERATEUR-COURANT  TO F-FAB-QUI
               WRITE F-FABRICATION
               PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                       UNTIL WS-IDX-CMP > WS-NB-CMP
                   MOVE "C" TO F-FAB-TYPE
                   MOVE WS-CMP-ARTICLE(WS-IDX-CMP) TO F-FAB-ARTICLE
                   MOVE WS-CMP-BESOIN(WS-IDX-CMP) TO F-FAB-QTE
                   MOVE WS-CMP-COUT(WS-IDX-CMP) TO F-FAB-COUT
                   WRITE F-FABRICATION
               END-PERFORM
               CLOSE FABRICATIONS-FICHIER
           END-IF.

      *    Reprend le prochain numero de fabrication dans
      *    compteur-fabrications.txt ; l'absence du fichier (premiere
      *    fabrication) fait repartir la numerotation a 1
       LIRE-COMPTEUR.
           OPEN INPUT COMPTEUR-FICHIER.
           IF WS-COMPTEUR-STATUS = "00"
               READ COMPTEUR-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-CPT-PROCHAIN IS NUMERIC
                           MOVE F-CPT-PROCHAIN
                               TO WS-NUMERO-FABRICATION
                       END-IF
               END-READ
               CLOSE COMPTEUR-FICHIER
           END-IF.

      *    Reecrit le compteur avec le prochain numero libre
       ECRIRE-COMPTEUR.
           OPEN OUTPUT COMPTEUR-FICHIER.
           IF WS-COMPTEUR-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire compteur-fabrications.txt"
           ELSE
               COMPUTE F-CPT-PROCHAIN = WS-NUMERO-FABRICATION + 1
               WRITE F-COMPTEUR
               CLOSE COMPTEUR-FICHIER
           END-IF.

      *    Rapport d'une semaine : chaque fabrication avec ses
      *    composants, puis les totaux fabriques et consommes par
      *    article, dans fabrication-semaine.txt
       RAPPORT-SEMAINE.
           DISPLAY "Premier jour de la semaine (AAAAMMJJ) : ".
           ACCEPT WS-REFERENCE.
           IF WS-REFERENCE IS NOT NUMERIC
               DISPLAY "Date invalide."
               GO TO RAPPORT-SEMAINE-FIN
           END-IF.
           PERFORM CALCULER-BORNES-SEMAINE.

           OPEN INPUT FABRICATIONS-FICHIER.
           IF WS-FABRICATIONS-STATUS NOT = "00"
               DISPLAY "fabrications.txt absent : aucune fabrication "
                       "enregistree"
               GO TO RAPPORT-SEMAINE-FIN
           END-IF.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire fabrication-semaine.txt"
               CLOSE FABRICATIONS-FICHIER
               GO TO RAPPORT-SEMAINE-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "FABRICATIONS DU " DELIMITED BY SIZE
                  WS-SEM-DEBUT(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SEM-DEBUT(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SEM-DEBUT(1:4) DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  WS-SEM-FIN(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SEM-FIN(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SEM-FIN(1:4) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM UNTIL WS-FABRICATIONS-STATUS NOT = "00"
               READ FABRICATIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-FAB-DATE >= WS-SEM-DEBUT
                          AND F-FAB-DATE <= WS-SEM-FIN
                           PERFORM ECRIRE-DETAIL-FABRICATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FABRICATIONS-FICHIER.
           PERFORM ECRIRE-TOTAUX-SEMAINE.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT.

           MOVE WS-TOTAL-COUT TO WS-COUT-AFF.
           DISPLAY " ".
           DISPLAY "Fabrications de la semaine : " WS-NB-FABRICATIONS.
           DISPLAY "Cout total fabrique        : " WS-COUT-AFF.
           DISPLAY "(voir fabrication-semaine.txt)".
           IF WS-TROP-TOT = "O"
               DISPLAY "** Plus de " WS-TOT-CAPACITE " articles : "
                       "totaux incomplets **"
           END-IF.
       RAPPORT-SEMAINE-FIN.
           EXIT.

      *    Bornes de la semaine (7 jours a partir de la date saisie)
       CALCULER-BORNES-SEMAINE.
           MOVE WS-REFERENCE(1:4) TO WS-AV-ANNEE.
           MOVE WS-REFERENCE(5:2) TO WS-AV-MOIS.
           MOVE WS-REFERENCE(7:2) TO WS-AV-JOUR.
           COMPUTE WS-SEM-DEBUT = WS-AV-ANNEE * 10000
                   + WS-AV-MOIS * 100 + WS-AV-JOUR.
           PERFORM VARYING WS-AV-N FROM 1 BY 1 UNTIL WS-AV-N > 6
               PERFORM AVANCER-UN-JOUR
           END-PERFORM.
           COMPUTE WS-SEM-FIN = WS-AV-ANNEE * 10000
                   + WS-AV-MOIS * 100 + WS-AV-JOUR.

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

      *    Une ligne par fabrication (P) ou composant consomme (C),
      *    et le cumul de l'article dans les totaux de la semaine
       ECRIRE-DETAIL-FABRICATION.
           ADD 1 TO WS-NB-LUES-JRN.
           MOVE F-FAB-QTE TO WS-QTE-AFF.
           MOVE F-FAB-COUT TO WS-COUT-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF F-FAB-TYPE = "P"
               ADD 1 TO WS-NB-FABRICATIONS
               ADD F-FAB-COUT TO WS-TOTAL-COUT
               PERFORM ECRIRE-LIGNE-RAPPORT
               STRING F-FAB-DATE(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      F-FAB-DATE(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      F-FAB-DATE(1:4) DELIMITED BY SIZE
                      " No " DELIMITED BY SIZE
                      F-FAB-NUMERO DELIMITED BY SIZE
                      " fabrique " DELIMITED BY SIZE
                      F-FAB-ARTICLE DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      " cout " DELIMITED BY SIZE
                      WS-COUT-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           ELSE
               STRING "                     consomme " DELIMITED BY SIZE
                      F-FAB-ARTICLE DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      " cout " DELIMITED BY SIZE
                      WS-COUT-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM CUMULER-ARTICLE.

       CUMULER-ARTICLE.
           MOVE 0 TO WS-IDX-TOT-TROUVE.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-NB-TOT
                   OR WS-IDX-TOT-TROUVE NOT = 0
               IF WS-TOT-TYPE(WS-IDX-TOT) = F-FAB-TYPE
                  AND WS-TOT-ARTICLE(WS-IDX-TOT) = F-FAB-ARTICLE
                   MOVE WS-IDX-TOT TO WS-IDX-TOT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TOT-TROUVE = 0
               IF WS-NB-TOT < WS-TOT-CAPACITE
                   ADD 1 TO WS-NB-TOT
                   MOVE WS-NB-TOT TO WS-IDX-TOT-TROUVE
                   MOVE F-FAB-TYPE TO WS-TOT-TYPE(WS-NB-TOT)
                   MOVE F-FAB-ARTICLE TO WS-TOT-ARTICLE(WS-NB-TOT)
                   MOVE 0 TO WS-TOT-QTE(WS-NB-TOT)
                   MOVE 0 TO WS-TOT-COUT(WS-NB-TOT)
               ELSE
                   MOVE "O" TO WS-TROP-TOT
               END-IF
           END-IF.
           IF WS-IDX-TOT-TROUVE NOT = 0
               ADD F-FAB-QTE TO WS-TOT-QTE(WS-IDX-TOT-TROUVE)
               ADD F-FAB-COUT TO WS-TOT-COUT(WS-IDX-TOT-TROUVE)
           END-IF.

      *    Totaux de la semaine : d'abord les articles fabriques,
      *    puis les composants consommes
       ECRIRE-TOTAUX-SEMAINE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE "TOTAL FABRIQUE" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE "P" TO F-FAB-TYPE.
           PERFORM ECRIRE-TOTAUX-TYPE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE "TOTAL CONSOMME" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE "C" TO F-FAB-TYPE.
           PERFORM ECRIRE-TOTAUX-TYPE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-COUT TO WS-COUT-AFF.
           STRING "Fabrications : " DELIMITED BY SIZE
                  WS-NB-FABRICATIONS DELIMITED BY SIZE
                  "   cout total " DELIMITED BY SIZE
                  WS-COUT-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-TOTAUX-TYPE.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL WS-IDX-TOT > WS-NB-TOT
               IF WS-TOT-TYPE(WS-IDX-TOT) = F-FAB-TYPE
                   MOVE WS-TOT-QTE(WS-IDX-TOT) TO WS-QTE-AFF
                   MOVE WS-TOT-COUT(WS-IDX-TOT) TO WS-COUT-AFF
                   STRING "  " DELIMITED BY SIZE
                          WS-TOT-ARTICLE(WS-IDX-TOT) DELIMITED BY SIZE
                          WS-QTE-AFF DELIMITED BY SIZE
                          " cout " DELIMITED BY SIZE
                          WS-COUT-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
