      * Le programme dit chaque matin quels articles sont a compter
      * (dus ou en retard), recueille les quantites comptees, ecrit
      * les ecarts dans ecarts-cycle.txt dans le meme esprit que
      * ecarts.txt (date du comptage en fin de ligne), applique les
      * corrections confirmees au maitre en les journalisant dans
      * mouvements.txt (motif COMPTAGE), et met a jour la date de
      * dernier comptage.
      * Le plan peut etre entretenu a la main ou initialise depuis
      * abc-classement.txt : frequence A/B/C prise des cles
      * FREQ-COMPTAGE-A/B/C de parametres.txt (30/90/180 jours par
      * defaut).
      * Les comptages peuvent aussi etre saisis dans l'ordre du
      * rayon, article par article lu a la douchette : l'article se
      * designe, la comme dans l'entretien du plan, par son nom, son
      * code article ou son code-barres (sous-programme
      * CodeArticle, codes inconnus dans codes-inconnus.txt).
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

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

           SELECT ECARTS-FICHIER ASSIGN TO "ecarts-cycle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FICHIER.
           05 F-ABC-CLASSE         PIC X.
           05 FILLER               PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS                       PIC XX.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-ECARTS-STATUS                     PIC XX.
       01 WS-ABC-STATUS                        PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX                             PIC 9 VALUE 0.
       01 WS-TROUVE                            PIC X VALUE "N".
       01 WS-VER-RESULTAT                      PIC X.

       01 WS-ARTICLE-SAISI                     PIC X(10).
       01 WS-CHOIX-SAISIE                      PIC 9 VALUE 0.

      *    Article saisi ou lu (nom, code article ou code-barres),
      *    traduit en nom par le sous-programme partage CodeArticle
      *    (resultat N, C, B ou I = inconnu)
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "CYCLE-CPT".
       01 WS-CA-RESULTAT                       PIC X.
       01 WS-FREQUENCE-SAISIE                  PIC 9(03).
       01 WS-QUANTITE-SAISIE                   PIC 9(05).
      *    Saisie brute de la quantite : vide = article passe
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-MOTIF         PIC X(10).

      *    Compte rendu du sous-programme MouvementLog, qui ajoute
      *    la ligne a mouvements.txt et au journal indexe
      *    mouvements.dat
       01 WS-MVL-RESULTAT            PIC X.

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
       PERFORM CHARGER-PLAN.
       PERFORM CHARGER-FREQUENCES.
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-ARTICLES-DUS
                      THRU LISTER-ARTICLES-DUS-FIN
               WHEN 2
                   PERFORM SAISIR-COMPTAGES THRU SAISIR-COMPTAGES-FIN
               WHEN 3
                   PERFORM ENTRETENIR-PLAN THRU ENTRETENIR-PLAN-FIN
               WHEN 4
                   PERFORM INITIALISER-DEPUIS-ABC
                      THRU INITIALISER-DEPUIS-ABC-FIN
               WHEN 5
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-PLAN
               DISPLAY "Plan de comptage vide ; rien a compter."
               GO TO SAISIR-COMPTAGES-FIN
           END-IF.
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "CYCLE-CPT" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "CYCLE-CPT" TO WS-VER-QUI.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO SAISIR-COMPTAGES-FIN
           END-IF.
           DISPLAY "1. Articles dus, dans l'ordre du plan".
           DISPLAY "2. Articles lus un a un (nom, code ou "
                   "code-barres)".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX-SAISIE.
           IF WS-CHOIX-SAISIE = 2
      *        References chargees avant l'ouverture en mise a jour
               MOVE "C" TO WS-CA-ACTION
               CALL "CodeArticle" USING WS-CA-ACTION
                                         WS-SAISIE-ARTICLE WS-CA-QUI
                                         WS-ARTICLE-SAISI
                                         WS-CA-RESULTAT
           END-IF.
           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
               IF WS-ECARTS-STATUS NOT = "00"
                   OPEN OUTPUT ECARTS-FICHIER
               END-IF
               IF WS-CHOIX-SAISIE = 2
                   PERFORM COMPTER-PAR-LECTURE
               ELSE
                   PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                           UNTIL WS-IDX-PLC > WS-NB-PLC
                       PERFORM CALCULER-ANCIENNETE
                       IF WS-JOURS-RETARD >=
                               WS-PLC-FREQUENCE(WS-IDX-PLC)
                           PERFORM COMPTER-UN-ARTICLE
                               THRU COMPTER-UN-ARTICLE-FIN
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ECARTS-STATUS = "00"
                   CLOSE ECARTS-FICHIER
               END-IF
               DISPLAY "Ecarts constates : " WS-NB-ECARTS
                       " (voir ecarts-cycle.txt)"
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
       SAISIR-COMPTAGES-FIN.
           EXIT.

      *    Comptage par lecture : chaque article lu est compte, du
      *    ou non, pourvu qu'il soit au plan ; saisie vide pour finir
       COMPTER-PAR-LECTURE.
           MOVE "X" TO WS-SAISIE-ARTICLE.
           PERFORM UNTIL WS-SAISIE-ARTICLE = SPACES
               DISPLAY " "
               DISPLAY "Article compte (vide pour terminer) : "
               ACCEPT WS-SAISIE-ARTICLE
               IF WS-SAISIE-ARTICLE NOT = SPACES
                   PERFORM RESOUDRE-SAISIE
                   PERFORM TROUVER-ARTICLE-PLAN
                   IF WS-IDX-PLC-TROUVE = 0
                       IF WS-CA-RESULTAT = "I"
                           DISPLAY "** Article inconnu : "
                                   WS-SAISIE-ARTICLE " **"
                       ELSE
                           DISPLAY "** " WS-ARTICLE-SAISI
                                   " n'est pas au plan de comptage "
                                   "(option 3) **"
                       END-IF
                   ELSE
                       MOVE WS-IDX-PLC-TROUVE TO WS-IDX-PLC
                       PERFORM COMPTER-UN-ARTICLE
                           THRU COMPTER-UN-ARTICLE-FIN
                   END-IF
               END-IF
           END-PERFORM.

      *    Traduit WS-SAISIE-ARTICLE (nom, code ou code-barres) en
      *    nom d'article dans WS-ARTICLE-SAISI
       RESOUDRE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-ARTICLE-SAISI
                                     WS-CA-RESULTAT.

      *    Cherche WS-ARTICLE-SAISI dans le plan (resultat dans
      *    WS-IDX-PLC-TROUVE, 0 si absent)
       TROUVER-ARTICLE-PLAN.
           MOVE 0 TO WS-IDX-PLC-TROUVE.
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                   UNTIL WS-IDX-PLC > WS-NB-PLC
                   OR WS-IDX-PLC-TROUVE NOT = 0
               IF WS-PLC-ARTICLE(WS-IDX-PLC) = WS-ARTICLE-SAISI
                   MOVE WS-IDX-PLC TO WS-IDX-PLC-TROUVE
               END-IF
           END-PERFORM.

       COMPTER-UN-ARTICLE.
           MOVE "N" TO WS-TROUVE.
           MOVE WS-PLC-ARTICLE(WS-IDX-PLC) TO F-NOM-ARTICLE.
                      WS-QUANTITE-SAISIE DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-ECART-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DATE-SYS DELIMITED BY SIZE
                   INTO WS-LIGNE-ECART
               MOVE WS-LIGNE-ECART TO F-LIGNE-ECART
               WRITE F-LIGNE-ECART
           MOVE WS-STOCK-AVANT    TO WS-M-AVANT.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "COMPTAGE"        TO WS-M-MOTIF.
           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Comptage applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.

      *    Entretien du plan : liste les entrees, ajoute un article
                           WS-PLC-DERNIER(WS-IDX-PLC)
               END-PERFORM
           END-IF.
           DISPLAY "Article a ajouter ou modifier (nom, code ou "
                   "code-barres ; vide pour revenir au menu) : ".
           ACCEPT WS-SAISIE-ARTICLE.
           IF WS-SAISIE-ARTICLE = SPACES
               GO TO ENTRETENIR-PLAN-FIN
           END-IF.
           PERFORM RESOUDRE-SAISIE.
           IF WS-CA-RESULTAT = "I"
               DISPLAY "Article inconnu du maitre : "
                       WS-SAISIE-ARTICLE
               GO TO ENTRETENIR-PLAN-FIN
           END-IF.
           DISPLAY "Frequence de comptage en jours : ".
           ACCEPT WS-FREQUENCE-SAISIE.
           PERFORM TROUVER-ARTICLE-PLAN.
           IF WS-IDX-PLC-TROUVE NOT = 0
               MOVE WS-FREQUENCE-SAISIE
                   TO WS-PLC-FREQUENCE(WS-IDX-PLC-TROUVE)
