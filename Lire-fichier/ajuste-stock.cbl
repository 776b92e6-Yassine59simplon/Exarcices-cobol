      * Chaque ajustement applique est journalise dans mouvements.txt
      * (date/heure, article, variation, stock avant/apres, motif)
      * pour laisser une piste d'audit ; HISTO-MVT permet de relire
      * ce journal par article ou par jour. Chaque ligne est doublee
      * dans le journal indexe mouvements.dat (cle article et date,
      * sous-programme MouvementLog partage par tous les programmes
      * qui mouvementent le stock).
      * Outre livraison, vente et correction, les sorties peuvent
      * porter un motif de perte (casse, perime, vol ou disparition,
      * usage interne, don) repris tel quel dans mouvements.txt, que
      * DEMARQUE analyse avec les ecarts d'inventaire.
      * L'article se designe par son nom, son code article ou un
      * code-barres lu a la douchette (sous-programme CodeArticle) ;
      * en mode lot, le code-barres se porte en fin de ligne
      * d'ajustements.txt, et un code inconnu est rejete avec la
      * valeur lue.
      * Chaque lot entre ou servi est consigne dans lots-journal.txt
      * (RAPPEL-LOT). Un lot bloque par RAPPEL-LOT n'est plus servi
      * et sa quantite ne peut plus sortir, sauf par un motif de
      * perte qui le detruit en priorite.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Chaque proposition porte le code de l'operateur qui la fait et
      * est tracee dans actions-sensibles.txt (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion. Sans operateur identifie, la proposition est
      * abandonnee.
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

      *    Lignes d'ajustement du mode lot : une par mouvement a
      *    appliquer (nom ou code article, signe, quantite, motif,
      *    et en option le code-barres lu)
           SELECT AJUSTEMENTS-FICHIER ASSIGN TO "ajustements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTEMENTS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

      *    Journal des entrees et sorties par lot (jamais reecrit)
           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  AJUSTEMENTS-FICHIER.
       01  F-AJUSTEMENT.
           05 F-AJT-NOM            PIC X(10).
           05 F-AJT-SIGNE          PIC X.
           05 F-AJT-QUANTITE       PIC 9(05).
           05 F-AJT-MOTIF          PIC X.
           05 F-AJT-CODE-BARRE     PIC X(13).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(70).
           05 F-PRO-QUANTITE       PIC 9(05).
           05 F-PRO-MOTIF          PIC X.
           05 F-PRO-DATE           PIC 9(08).
      *    Auteur de la proposition : VALIDE-AJUST refuse qu'il la
      *    valide lui-meme (a blanc pour les anciennes lignes)
           05 F-PRO-OPERATEUR      PIC X(03).

       FD  CHECKPOINT-FICHIER.
       01  F-CHECKPOINT.
           05 F-CKP-LIGNE          PIC 9(05).

      *    Meme decoupage que F-LOT dans reception-commande.cbl,
      *    peremption.cbl et rappel-lot.cbl (B = bloque par un
      *    rappel)
       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE        PIC X(10).
           05 F-LOT-NUMERO         PIC X(10).
           05 F-LOT-QTE            PIC 9(05).
           05 F-LOT-PEREMPTION     PIC 9(08).
           05 F-LOT-BLOQUE         PIC X.

       FD  LOTS-JOURNAL-FICHIER.
           COPY "LotJournal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-AJUSTEMENTS-STATUS                PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-PROPOSITIONS-STATUS               PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-TROUVE                            PIC X VALUE "N".
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX-MODE                        PIC 9 VALUE 0.
       01 WS-VER-RESULTAT                      PIC X.

       01 WS-NOM-RECHERCHE                     PIC X(10).
      *    Article tel que saisi ou lu : nom, code article ou
      *    code-barres, traduit en nom par le sous-programme partage
      *    CodeArticle (resultat N, C, B ou I = inconnu)
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "AJUSTE-STK".
       01 WS-CA-RESULTAT                       PIC X.
      *    Variation de stock a appliquer ; negative pour une vente,
      *    positive pour une livraison
       01 WS-VARIATION                         PIC S9(05).
       01 WS-REPRISE                           PIC 9(05) VALUE 0.

      *    Motif du mouvement : L = livraison, V = vente,
      *    C = correction, et motifs de perte (sorties seulement) :
      *    B = casse, P = perime, D = vol ou disparition,
      *    U = usage interne, O = don
       01 WS-MOTIF-CODE                        PIC X.
           88 WS-MOTIF-PERTE                   VALUE "B" "P" "D"
                                                     "U" "O".
       01 WS-MOTIF-LIBELLE                     PIC X(10).

      *    Date et heure systeme pour l'horodatage du mouvement
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
      *    Lots servis par la passe en cours : B = bloques seulement
      *    (perte d'un lot rappele), L = libres seulement
       01 WS-PASSE-LOTS                        PIC X.
      *    Quantite de l'article dans des lots bloques, intouchable
      *    hors motif de perte
       01 WS-QTE-BLOQUEE                       PIC 9(06).

      *    Lot saisi pour une livraison interactive
       01 WS-LOT-SAISI                         PIC X(10).
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

      *    Code de l'operateur de la session (pose par OPERATIONS et
      *    partage par la clause EXTERNAL, ou saisi ici) : il signe
      *    les propositions
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "AJUSTE-STO".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "AJUSTE-STK" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
       MOVE "P" TO WS-VER-ACTION.
       MOVE "inventaire.dat" TO WS-VER-FICHIER.
       MOVE "AJUSTE-STK" TO WS-VER-QUI.
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX-MODE.

      *    Les references des articles sont chargees avant que le
      *    maitre ne soit ouvert en mise a jour
       MOVE "C" TO WS-CA-ACTION.
       CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                 WS-CA-QUI WS-NOM-RECHERCHE
                                 WS-CA-RESULTAT.

       OPEN I-O FICHIER-INVENTAIRE.
       IF WS-INVENTAIRE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   PERFORM TRAITER-LOT
               WHEN 3
                   PERFORM ENREGISTRER-PROPOSITION
                      THRU ENREGISTRER-PROPOSITION-FIN
               WHEN OTHER
                   PERFORM TRAITER-INTERACTIF
           END-EVALUATE
           CLOSE FICHIER-INVENTAIRE
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

      *    Mode historique : un seul ajustement, saisi au clavier
       TRAITER-INTERACTIF.
           DISPLAY "Article a ajuster (nom, code ou code-barres) : ".
           ACCEPT WS-SAISIE-ARTICLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.

           PERFORM RESOUDRE-ARTICLE.

           IF WS-TROUVE = "N"
               DISPLAY "Aucun article trouve pour : "
                       WS-SAISIE-ARTICLE
           ELSE
               DISPLAY "Variation de stock (negative pour une vente, "
                       "positive pour une livraison) : "
                           " : " F-STOCK-ARTICLE
                   IF WS-VARIATION > 0 AND WS-MOTIF-CODE = "L"
                       PERFORM ENREGISTRER-LOT-LIVRAISON
                           THRU ENREGISTRER-LOT-LIVRAISON-FIN
                   END-IF
               ELSE
                   DISPLAY "** " FUNCTION TRIM(WS-MOTIF-REJET)
      *    sont verifies qu'au moment de l'application par
      *    VALIDE-AJUST, contre le stock du moment
       ENREGISTRER-PROPOSITION.
           DISPLAY "Article concerne (nom, code ou code-barres) : ".
           ACCEPT WS-SAISIE-ARTICLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.

           PERFORM RESOUDRE-ARTICLE.

           IF WS-TROUVE = "N"
               DISPLAY "Aucun article trouve pour : "
                       WS-SAISIE-ARTICLE
           ELSE
               DISPLAY "Variation proposee (negative pour une vente, "
                       "positive pour une livraison) : "
               COMPUTE F-PRO-QUANTITE = FUNCTION ABS(WS-VARIATION)
               MOVE WS-MOTIF-CODE TO F-PRO-MOTIF
               MOVE WS-DATE-SYS   TO F-PRO-DATE
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               IF WS-CNX-RESULTAT = "N" OR WS-CNX-RESULTAT = "V"
                   DISPLAY "Operateur non identifie : proposition "
                           "abandonnee"
                   GO TO ENREGISTRER-PROPOSITION-FIN
               END-IF
               MOVE WS-OPERATEUR-COURANT TO F-PRO-OPERATEUR
               OPEN EXTEND PROPOSITIONS-FICHIER
               IF WS-PROPOSITIONS-STATUS NOT = "00"
                   OPEN OUTPUT PROPOSITIONS-FICHIER
               IF WS-PROPOSITIONS-STATUS = "00"
                   WRITE F-PROPOSITION
                   CLOSE PROPOSITIONS-FICHIER
                   MOVE "PROPOSE" TO WS-TRC-ACTION
                   MOVE F-PRO-NOM TO WS-TRC-OBJET
                   MOVE SPACES TO WS-TRC-LIE
                   MOVE SPACES TO WS-TRC-DETAIL
                   STRING F-PRO-SIGNE DELIMITED BY SIZE
                          F-PRO-QUANTITE DELIMITED BY SIZE
                          " motif " DELIMITED BY SIZE
                          F-PRO-MOTIF DELIMITED BY SIZE
                       INTO WS-TRC-DETAIL
                   CALL "TraceAction" USING WS-TRC-PROGRAMME
                                            WS-TRC-ACTION WS-TRC-OBJET
                                            WS-TRC-LIE WS-TRC-DETAIL
                   DISPLAY "Proposition enregistree ; elle sera "
                           "appliquee apres validation (VALIDE-AJUST)"
               ELSE
                   DISPLAY "Impossible d'ecrire propositions.txt"
               END-IF
           END-IF.
       ENREGISTRER-PROPOSITION-FIN.
           EXIT.

      *    Mode lot : applique chaque ligne d'ajustements.txt avec
      *    les memes garde-fous, et ecrit une ligne APPLIQUE/REJETE
      *    Applique une ligne du lot : recherche de l'article,
      *    traduction du signe et du motif, puis garde-fous communs
       TRAITER-LIGNE-LOT.
           IF F-AJT-CODE-BARRE NOT = SPACES
               MOVE F-AJT-CODE-BARRE TO WS-SAISIE-ARTICLE
           ELSE
               MOVE F-AJT-NOM TO WS-SAISIE-ARTICLE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.
           MOVE F-AJT-MOTIF TO WS-MOTIF-CODE.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF-CODE) TO WS-MOTIF-CODE.
           PERFORM TRADUIRE-MOTIF.

           IF F-AJT-QUANTITE IS NOT NUMERIC
               MOVE "Quantite non numerique" TO WS-MOTIF-REJET
               ELSE
                   MOVE F-AJT-QUANTITE TO WS-VARIATION
               END-IF
               PERFORM RESOUDRE-ARTICLE
               IF WS-TROUVE = "N"
                   IF F-AJT-CODE-BARRE NOT = SPACES
                       MOVE "Code-barres inconnu" TO WS-MOTIF-REJET
                   ELSE
                       MOVE "Article inconnu" TO WS-MOTIF-REJET
                   END-IF
                   ADD 1 TO WS-NB-LOT-REJETEES
                   PERFORM ECRIRE-LIGNE-REJET
               ELSE
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *    Ligne de compte rendu pour un mouvement rejete, avec la
      *    valeur saisie ou lue et le motif du rejet
       ECRIRE-LIGNE-REJET.
           IF WS-RAPPORT-STATUS = "00"
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING "REJETE   " DELIMITED BY SIZE
                      WS-SAISIE-ARTICLE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-AJT-SIGNE DELIMITED BY SIZE
                      F-AJT-QUANTITE DELIMITED BY SIZE
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *    Traduit WS-SAISIE-ARTICLE (nom, code ou code-barres) en
      *    nom d'article puis lit l'article ; un code que la table de
      *    CodeArticle ne connait pas encore (article cree depuis le
      *    chargement) est encore cherche par la cle secondaire
      *    F-CODE-ARTICLE du maitre
       RESOUDRE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.
           PERFORM LIRE-ARTICLE.
           IF WS-TROUVE = "N" AND WS-CA-RESULTAT = "I"
              AND WS-SAISIE-ARTICLE(1:6) NOT = SPACES
              AND WS-SAISIE-ARTICLE(7:7) = SPACES
               MOVE WS-SAISIE-ARTICLE(1:6) TO F-CODE-ARTICLE
               READ FICHIER-INVENTAIRE KEY IS F-CODE-ARTICLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
                       MOVE "C" TO WS-CA-RESULTAT
                       MOVE F-NOM-ARTICLE TO WS-NOM-RECHERCHE
               END-READ
           END-IF.

      *    Lit l'article WS-NOM-RECHERCHE par sa cle dans
      *    inventaire.dat
       LIRE-ARTICLE.
      *    Demande le motif du mouvement et le traduit en libelle
      *    pour le journal des mouvements
       DEMANDER-MOTIF.
           DISPLAY "Motif (L=livraison, V=vente, C=correction) ".
           DISPLAY "  pertes : B=casse, P=perime, D=vol/disparition, "
                   "U=usage interne, O=don : ".
           ACCEPT WS-MOTIF-CODE.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF-CODE) TO WS-MOTIF-CODE.
           PERFORM UNTIL (WS-MOTIF-CODE = "L" OR "V" OR "C"
                          OR WS-MOTIF-PERTE)
                   AND NOT (WS-MOTIF-PERTE AND WS-VARIATION > 0)
               IF WS-MOTIF-PERTE
                   DISPLAY "Une perte est une sortie : variation "
                           "negative attendue ; autre motif : "
               ELSE
                   DISPLAY "Motif invalide ; L, V, C, B, P, D, U ou "
                           "O attendu : "
               END-IF
               ACCEPT WS-MOTIF-CODE
               MOVE FUNCTION UPPER-CASE(WS-MOTIF-CODE)
                   TO WS-MOTIF-CODE
           END-PERFORM.
           PERFORM TRADUIRE-MOTIF.

      *    Traduit WS-MOTIF-CODE en libelle du journal des
      *    mouvements ; tout code inconnu vaut correction.
      *    Meme table que dans valide-ajustements.cbl
       TRADUIRE-MOTIF.
           EVALUATE WS-MOTIF-CODE
               WHEN "L"
                   MOVE "LIVRAISON" TO WS-MOTIF-LIBELLE
               WHEN "V"
                   MOVE "VENTE"     TO WS-MOTIF-LIBELLE
               WHEN "B"
                   MOVE "CASSE"     TO WS-MOTIF-LIBELLE
               WHEN "P"
                   MOVE "PERIME"    TO WS-MOTIF-LIBELLE
               WHEN "D"
                   MOVE "VOL"       TO WS-MOTIF-LIBELLE
               WHEN "U"
                   MOVE "USAGE-INT" TO WS-MOTIF-LIBELLE
               WHEN "O"
                   MOVE "DON"       TO WS-MOTIF-LIBELLE
               WHEN OTHER
                   MOVE "CORRECTION" TO WS-MOTIF-LIBELLE
           END-EVALUATE.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT.
           COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE + WS-VARIATION.
           PERFORM CALCULER-QTE-BLOQUEE
               THRU CALCULER-QTE-BLOQUEE-FIN.
      *    Un motif de perte ne peut accompagner qu'une sortie
           IF WS-MOTIF-PERTE AND WS-VARIATION > 0
               MOVE "Perte en entree de stock" TO WS-MOTIF-REJET
           ELSE
           IF WS-NOUVEAU-STOCK < 0
               MOVE "Stock insuffisant" TO WS-MOTIF-REJET
           ELSE
      *    La sortie ne peut entamer un lot bloque par un rappel
           IF WS-NOUVEAU-STOCK < WS-QTE-BLOQUEE
               MOVE "Quantite bloquee (rappel lot)" TO WS-MOTIF-REJET
           ELSE
      *        F-STOCK-ARTICLE est limite a PIC 9(05), donc 99999
      *        au maximum ; refuser l'ajustement plutot que d'ecrire
      *        une valeur tronquee dans le fichier maitre
                       PERFORM JOURNALISER-MOUVEMENT
                       IF WS-VARIATION < 0
                           PERFORM CONSOMMER-LOTS
                               THRU CONSOMMER-LOTS-FIN
                       END-IF
               END-REWRITE
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Somme des lots bloques de l'article, pour une sortie hors
      *    motif de perte (0 sinon, ou si lots.txt est absent)
       CALCULER-QTE-BLOQUEE.
           MOVE 0 TO WS-QTE-BLOQUEE.
           IF WS-VARIATION >= 0 OR WS-MOTIF-PERTE
               GO TO CALCULER-QTE-BLOQUEE-FIN
           END-IF.
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

      *    Enregistre la livraison interactive comme lot dans
      *    lots.txt ; un numero a blanc passe l'enregistrement
      *    (article non suivi en lots)
               MOVE WS-LOT-SAISI        TO F-LOT-NUMERO
               MOVE WS-VARIATION        TO F-LOT-QTE
               MOVE WS-PEREMPTION-SAISIE TO F-LOT-PEREMPTION
               MOVE SPACE               TO F-LOT-BLOQUE
               WRITE F-LOT
               CLOSE LOTS-FICHIER
               MOVE "+"                 TO F-LJ-SIGNE
               MOVE WS-LOT-SAISI        TO F-LJ-LOT
               MOVE WS-VARIATION        TO F-LJ-QTE
               PERFORM JOURNALISER-LOT
           ELSE
               DISPLAY "** Lot non enregistre (lots.txt "
                       "inaccessible) **"
      *    Consomme la sortie qui vient d'etre appliquee sur les lots
      *    de l'article, au plus proche perime d'abord, puis reecrit
      *    lots.txt sans les lots epuises ; un article sans lot n'est
      *    simplement pas suivi. Les lots bloques ne sont pas servis,
      *    sauf par une perte qui les vide en premier
       CONSOMMER-LOTS.
           MOVE 0 TO WS-NB-LOTS.
           MOVE "N" TO WS-TROP-LOTS.

           COMPUTE WS-RESTE-A-CONSOMMER =
                   FUNCTION ABS(WS-VARIATION).
           IF WS-MOTIF-PERTE
               MOVE "B" TO WS-PASSE-LOTS
               PERFORM SERVIR-LOTS
           END-IF.
           MOVE "L" TO WS-PASSE-LOTS.
           PERFORM SERVIR-LOTS.

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

      *    Sert le reste a consommer sur les lots de la passe
      *    WS-PASSE-LOTS, au plus proche perime d'abord, en
      *    consignant chaque prise dans lots-journal.txt
       SERVIR-LOTS.
           MOVE 1 TO WS-IDX-LOT-MIN.
           PERFORM UNTIL WS-RESTE-A-CONSOMMER = 0
                   OR WS-IDX-LOT-MIN = 0
                   SUBTRACT WS-QTE-PRISE
                       FROM WS-LOT-QTE(WS-IDX-LOT-MIN)
                   SUBTRACT WS-QTE-PRISE FROM WS-RESTE-A-CONSOMMER
                   MOVE "-" TO F-LJ-SIGNE
                   MOVE WS-LOT-NUMERO(WS-IDX-LOT-MIN) TO F-LJ-LOT
                   MOVE WS-QTE-PRISE TO F-LJ-QTE
                   PERFORM JOURNALISER-LOT
               END-IF
           END-PERFORM.

      *    Ajoute au journal des lots l'entree ou la prise decrite
      *    par F-LJ-SIGNE, F-LJ-LOT et F-LJ-QTE pour l'article courant
       JOURNALISER-LOT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE WS-DATE-SYS      TO F-LJ-DATE.
           MOVE F-NOM-ARTICLE    TO F-LJ-ARTICLE.
           MOVE WS-MOTIF-LIBELLE TO F-LJ-MOTIF.
           MOVE SPACES           TO F-LJ-REFERENCE.
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

      *    Cherche le lot non vide de l'article courant, bloque ou
      *    libre selon WS-PASSE-LOTS, dont la date de peremption est
      *    la plus proche (0 si aucun)
       TROUVER-LOT-PLUS-PROCHE.
           MOVE 0 TO WS-IDX-LOT-MIN.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-NOM-ARTICLE
                  AND WS-LOT-QTE(WS-IDX-LOT) > 0
                  AND ((WS-PASSE-LOTS = "B"
                        AND WS-LOT-BLOQUE(WS-IDX-LOT) = "B")
                    OR (WS-PASSE-LOTS = "L"
                        AND WS-LOT-BLOQUE(WS-IDX-LOT) NOT = "B"))
                   IF WS-IDX-LOT-MIN = 0
                      OR WS-LOT-PEREMPTION(WS-IDX-LOT) <
                         WS-LOT-PEREMPTION(WS-IDX-LOT-MIN)
               END-IF
           END-PERFORM.

      *    Ajoute une ligne aux journaux des mouvements pour
      *    l'ajustement qui vient d'etre applique
       JOURNALISER-MOUVEMENT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE WS-MOTIF-LIBELLE  TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Mouvement applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.
