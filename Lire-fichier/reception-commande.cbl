      * les quantites recues sont appliquees a inventaire.dat par le
      * meme chemin journalise que AJUSTE-STOCK (mouvements.txt,
      * motif LIVRAISON), et la commande peut etre soldee.
      * Le prix unitaire livre est saisi avec la quantite : le cout
      * d'achat moyen F-COUT-ARTICLE est recalcule en moyenne
      * ponderee du stock en place et de la livraison (le prix de
      * vente F-PRIX-ARTICLE n'est pas touche).
      * Chaque quantite appliquee est aussi consignee dans le journal
      * receptions.txt (dates de commande, prevue et reelle, prix
      * livre) que SCORE-FOURN relit pour noter les fournisseurs.
      * La marchandise endommagee ou livree en trop est renvoyee au
      * fournisseur par RETOUR-FOURN, qui suit l'avoir attendu.
      * A la reception, les lignes peuvent aussi etre appelees dans
      * l'ordre ou la marchandise est lue : l'article se designe par
      * son nom, son code article ou son code-barres (sous-programme
      * CodeArticle, codes inconnus dans codes-inconnus.txt).
      * Chaque lot recu est aussi consigne dans lots-journal.txt,
      * d'ou RAPPEL-LOT retrace un lot rappele par le fournisseur.
      * Le second mode liste les commandes encore ouvertes dont la
      * date prevue est depassee, pour savoir quel fournisseur
      * relancer (commandes-retard.txt).
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque ligne en retard met aussi en file une relance par email
      * de son fournisseur (MessageSortant), liberee par MESSAGES.

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

      *    Carnet des commandes ouvertes, relu en entier puis reecrit
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDE-OUVERTES-STATUS.

      *    Compte rendu de la reception : une ligne par article avec
      *    le verdict CONFORME / MANQUANT / EXCEDENT
           SELECT RAPPORT-FICHIER ASSIGN TO "reception-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

      *    Journal des entrees et sorties par lot (jamais reecrit)
           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

      *    Journal des receptions, complete a chaque quantite
      *    appliquee (jamais reecrit)
           SELECT RECEPTIONS-FICHIER ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
       FD  CDE-OUVERTES-FICHIER.
           COPY "CommandeOuverte.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(70).

       FD  RETARD-FICHIER.
       01  F-LIGNE-RETARD          PIC X(70).

      *    Meme decoupage que F-LOT dans ajuste-stock.cbl,
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

       FD  RECEPTIONS-FICHIER.
           COPY "ReceptionLivraison.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-CDE-OUVERTES-STATUS               PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-RETARD-STATUS                     PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-RECEPTIONS-STATUS                 PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Lot saisi pour la quantite qui vient d'etre recue ; un
      *    Numero de commande a receptionner et compteurs de la
      *    session de reception
       01 WS-NUMERO-DEMANDE                    PIC 9(06).
       01 WS-CHOIX-SAISIE                      PIC 9 VALUE 0.
       01 WS-IDX-CDE-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-NB-LIGNES-CDE                     PIC 9(03) VALUE 0.
       01 WS-NB-APPLIQUEES                     PIC 9(03) VALUE 0.
       01 WS-NB-ECARTS                         PIC 9(03) VALUE 0.
       01 WS-ECART                             PIC S9(06).
       01 WS-ECART-ABS                         PIC 9(06).
       01 WS-VERDICT                           PIC X(20).

      *    Prix unitaire livre (0 = cout d'achat inchange) et cout
      *    moyen pondere qui en resulte
       01 WS-PRIX-LIVRE                        PIC 9(04)V99.
       01 WS-VALEUR-COUT                       PIC 9(11)V99.
       01 WS-NOUVEAU-COUT                      PIC 9(04)V99.
       01 WS-CHOIX-SOLDE                       PIC X VALUE "N".

      *    Article lu a la reception (nom, code article ou
      *    code-barres), traduit en nom par le sous-programme
      *    partage CodeArticle (resultat N, C, B ou I = inconnu)
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "RECEPT-CDE".
       01 WS-CA-NOM                            PIC X(10).
       01 WS-CA-RESULTAT                       PIC X.

      *    Application de la quantite recue au maitre, avec les memes
      *    garde-fous que AJUSTE-STOCK
       01 WS-TROUVE                            PIC X VALUE "N".
       01 WS-DU-RESULTAT                       PIC S9(7).
       01 WS-JOURS-RETARD                      PIC 9(04).

      *    Relance du fournisseur d'une ligne en retard, ajoutee a la
      *    file des messages sortants (MessageSortant)
       01 WS-MSG-DESTINATAIRE                  PIC X(30).
       01 WS-MSG-CANAL                         PIC X     VALUE "E".
       01 WS-MSG-OBJET                         PIC X(40).
       01 WS-MSG-REFERENCE                     PIC X(40)
                                       VALUE "commandes-retard.txt".
       01 WS-MSG-SOURCE                        PIC X(10)
                                               VALUE "RECEPT-CDE".
       01 WS-MSG-RESULTAT                      PIC X.
       01 WS-NB-MSG-FILE                       PIC 9(03) VALUE 0.

      *    Date et heure systeme pour l'horodatage du mouvement
       77 WS-DATE-SYS                          PIC 9(8).
       77 WS-HEURE-SYS                         PIC 9(8).
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

       DISPLAY "1. Receptionner une livraison".
       ELSE
           IF WS-CHOIX-MODE = 2
               PERFORM LISTER-RETARDS
                   THRU LISTER-RETARDS-FIN
           ELSE
               PERFORM RECEPTIONNER-COMMANDE
                   THRU RECEPTIONNER-COMMANDE-FIN
           END-IF
       END-IF.

               GO TO RECEPTIONNER-COMMANDE-FIN
           END-IF.

      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "RECEPT-CDE" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "RECEPT-CDE" TO WS-VER-QUI.
               GO TO RECEPTIONNER-COMMANDE-FIN
           END-IF.

           DISPLAY "1. Lignes dans l'ordre de la commande".
           DISPLAY "2. Lignes appelees par article lu (nom, code "
                   "ou code-barres)".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX-SAISIE.
           IF WS-CHOIX-SAISIE = 2
      *        References chargees avant l'ouverture en mise a jour
               MOVE "C" TO WS-CA-ACTION
               CALL "CodeArticle" USING WS-CA-ACTION
                                         WS-SAISIE-ARTICLE WS-CA-QUI
                                         WS-CA-NOM WS-CA-RESULTAT
           END-IF.

           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
               IF WS-RAPPORT-STATUS NOT = "00"
                   DISPLAY "Impossible d'ecrire reception-rapport.txt"
               END-IF
               IF WS-CHOIX-SAISIE = 2
                   PERFORM RECEVOIR-PAR-LECTURE
               ELSE
                   PERFORM VARYING WS-IDX-CDE FROM 1 BY 1
                           UNTIL WS-IDX-CDE > WS-NB-CDE
                       IF WS-CDE-NUMERO(WS-IDX-CDE)
                               = WS-NUMERO-DEMANDE
                          AND WS-CDE-ETAT(WS-IDX-CDE) = "O"
                           PERFORM RECEVOIR-LIGNE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RAPPORT-STATUS = "00"
                   CLOSE RAPPORT-FICHIER
               END-IF
                   DISPLAY "Commande soldee."
               END-IF
               PERFORM REECRIRE-CARNET
                   THRU REECRIRE-CARNET-FIN

               DISPLAY " "
               DISPLAY "Lignes receptionnees : " WS-NB-LIGNES-CDE
               DISPLAY "Quantites appliquees : " WS-NB-APPLIQUEES
               DISPLAY "Lignes en ecart      : " WS-NB-ECARTS
                       " (voir reception-rapport.txt)"
               IF WS-NB-ECARTS > 0
                   DISPLAY "Marchandise endommagee ou en excedent : "
                           "la renvoyer par RETOUR-FOURN"
               END-IF
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
       RECEPTIONNER-COMMANDE-FIN.
           EXIT.

      *    Reception par lecture : chaque article lu appelle sa
      *    ligne ouverte dans la commande, jusqu'a une saisie vide
       RECEVOIR-PAR-LECTURE.
           MOVE "X" TO WS-SAISIE-ARTICLE.
           PERFORM UNTIL WS-SAISIE-ARTICLE = SPACES
               DISPLAY " "
               DISPLAY "Article livre (vide pour terminer) : "
               ACCEPT WS-SAISIE-ARTICLE
               IF WS-SAISIE-ARTICLE NOT = SPACES
                   PERFORM RECEVOIR-ARTICLE-LU
                       THRU RECEVOIR-ARTICLE-LU-FIN
               END-IF
           END-PERFORM.

      *    Cherche la ligne ouverte de la commande pour l'article lu
      *    et la receptionne
       RECEVOIR-ARTICLE-LU.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-CA-NOM
                                     WS-CA-RESULTAT.
           MOVE 0 TO WS-IDX-CDE-TROUVE.
           PERFORM VARYING WS-IDX-CDE FROM 1 BY 1
                   UNTIL WS-IDX-CDE > WS-NB-CDE
                   OR WS-IDX-CDE-TROUVE NOT = 0
               IF WS-CDE-NUMERO(WS-IDX-CDE) = WS-NUMERO-DEMANDE
                  AND WS-CDE-ETAT(WS-IDX-CDE) = "O"
                  AND WS-CDE-ARTICLE(WS-IDX-CDE) = WS-CA-NOM
                   MOVE WS-IDX-CDE TO WS-IDX-CDE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CDE-TROUVE = 0
               IF WS-CA-RESULTAT = "I"
                   DISPLAY "** Article inconnu : " WS-SAISIE-ARTICLE
                           " **"
               ELSE
                   DISPLAY "** " WS-CA-NOM " n'est pas une ligne "
                           "ouverte de la commande " WS-NUMERO-DEMANDE
                           " **"
               END-IF
               GO TO RECEVOIR-ARTICLE-LU-FIN
           END-IF.
           MOVE WS-IDX-CDE-TROUVE TO WS-IDX-CDE.
           PERFORM RECEVOIR-LIGNE.
       RECEVOIR-ARTICLE-LU-FIN.
           EXIT.

      *    Une ligne de la commande : affiche le commande/deja recu,
      *    saisit la quantite livree, applique au maitre et ecrit le
      *    verdict dans le compte rendu
                   " deja recu: " WS-CDE-QTE-RECUE(WS-IDX-CDE).
           DISPLAY "Quantite livree aujourd'hui : ".
           ACCEPT WS-QTE-LIVREE.
           MOVE 0 TO WS-PRIX-LIVRE.
           IF WS-QTE-LIVREE > 0
               DISPLAY "Prix unitaire livre (0 = cout inchange) : "
               ACCEPT WS-PRIX-LIVRE
           END-IF.

           IF WS-QTE-LIVREE > 0
               MOVE WS-QTE-LIVREE TO WS-VARIATION
               PERFORM APPLIQUER-RECEPTION
               IF WS-APPLIQUE = "O"
                   ADD 1 TO WS-NB-APPLIQUEES
                   PERFORM JOURNALISER-RECEPTION
                   PERFORM ENREGISTRER-LOT
                       THRU ENREGISTRER-LOT-FIN
                   COMPUTE WS-QTE-CUMUL =
                           WS-CDE-QTE-RECUE(WS-IDX-CDE)
                           + WS-QTE-LIVREE
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *    Ajoute la quantite appliquee au journal receptions.txt,
      *    avec les dates de la ligne de commande et le prix livre
       JOURNALISER-RECEPTION.
           OPEN EXTEND RECEPTIONS-FICHIER.
           IF WS-RECEPTIONS-STATUS NOT = "00"
               OPEN OUTPUT RECEPTIONS-FICHIER
           END-IF.
           IF WS-RECEPTIONS-STATUS = "00"
               MOVE WS-CDE-NUMERO(WS-IDX-CDE)      TO F-REC-NUMERO
               MOVE WS-CDE-FOURNISSEUR(WS-IDX-CDE)
                   TO F-REC-FOURNISSEUR
               MOVE WS-CDE-ARTICLE(WS-IDX-CDE)     TO F-REC-ARTICLE
               MOVE WS-CDE-DATE(WS-IDX-CDE)        TO F-REC-DATE-CDE
               MOVE WS-CDE-DATE-PREVUE(WS-IDX-CDE)
                   TO F-REC-DATE-PREVUE
               MOVE WS-DATE-SYS                    TO F-REC-DATE
               MOVE WS-CDE-QTE-COMMANDEE(WS-IDX-CDE)
                   TO F-REC-QTE-COMMANDEE
               MOVE WS-QTE-LIVREE                  TO F-REC-QTE-LIVREE
               MOVE WS-PRIX-LIVRE                  TO F-REC-PRIX
               WRITE F-RECEPTION
               CLOSE RECEPTIONS-FICHIER
           ELSE
               DISPLAY "** Reception non consignee (receptions.txt "
                       "inaccessible) **"
           END-IF.

      *    Enregistre la quantite recue comme lot dans lots.txt pour
      *    les articles perissables ; un numero de lot a blanc passe
      *    l'enregistrement (article non suivi en lots)
               MOVE WS-LOT-NUMERO              TO F-LOT-NUMERO
               MOVE WS-QTE-LIVREE              TO F-LOT-QTE
               MOVE WS-LOT-PEREMPTION          TO F-LOT-PEREMPTION
               MOVE SPACE                      TO F-LOT-BLOQUE
               WRITE F-LOT
               CLOSE LOTS-FICHIER
               PERFORM JOURNALISER-LOT
           ELSE
               DISPLAY "** Lot non enregistre (lots.txt "
                       "inaccessible) **"
       ENREGISTRER-LOT-FIN.
           EXIT.

      *    Consigne l'entree du lot recu dans lots-journal.txt, avec
      *    le numero de la commande en reference
       JOURNALISER-LOT.
           MOVE WS-DATE-SYS                TO F-LJ-DATE.
           MOVE WS-CDE-ARTICLE(WS-IDX-CDE) TO F-LJ-ARTICLE.
           MOVE WS-LOT-NUMERO              TO F-LJ-LOT.
           MOVE "+"                        TO F-LJ-SIGNE.
           MOVE WS-QTE-LIVREE              TO F-LJ-QTE.
           MOVE "RECEPTION"                TO F-LJ-MOTIF.
           MOVE SPACES                     TO F-LJ-REFERENCE.
           MOVE WS-NUMERO-DEMANDE          TO F-LJ-REFERENCE(1:6).
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

      *    Applique la quantite livree a l'article de la ligne, avec
      *    les memes garde-fous que AJUSTE-STOCK, puis journalise le
      *    mouvement dans mouvements.txt (motif LIVRAISON)
               IF WS-NOUVEAU-STOCK > 99999
                   MOVE "Stock maximal depasse" TO WS-MOTIF-REJET
               ELSE
                   PERFORM CALCULER-COUT-MOYEN
                       THRU CALCULER-COUT-MOYEN-FIN
                   MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE
                   REWRITE F-ARTICLE
                       INVALID KEY
               END-IF
           END-IF.

      *    Cout moyen pondere apres livraison : (stock en place x cout
      *    actuel + quantite livree x prix livre) / nouveau stock ; un
      *    cout absent du maitre part du prix de vente
       CALCULER-COUT-MOYEN.
           IF F-COUT-ARTICLE IS NOT NUMERIC
               MOVE F-PRIX-ARTICLE TO F-COUT-ARTICLE
           END-IF.
           IF WS-PRIX-LIVRE = 0 OR WS-NOUVEAU-STOCK = 0
               GO TO CALCULER-COUT-MOYEN-FIN
           END-IF.
           COMPUTE WS-VALEUR-COUT =
                   WS-STOCK-AVANT * F-COUT-ARTICLE
                   + WS-VARIATION * WS-PRIX-LIVRE.
           COMPUTE WS-NOUVEAU-COUT ROUNDED =
                   WS-VALEUR-COUT / WS-NOUVEAU-STOCK.
           MOVE WS-NOUVEAU-COUT TO F-COUT-ARTICLE.
       CALCULER-COUT-MOYEN-FIN.
           EXIT.

      *    Ajoute une ligne aux journaux des mouvements pour la
      *    quantite recue qui vient d'etre appliquee
       JOURNALISER-MOUVEMENT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "LIVRAISON"       TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Reception appliquee mais non journalisee "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.

      *    Reecrit commandes-ouvertes.txt avec les quantites recues
                   MOVE WS-LIGNE-RETARD TO F-LIGNE-RETARD
                   WRITE F-LIGNE-RETARD
                   DISPLAY WS-LIGNE-RETARD
                   PERFORM METTRE-RETARD-EN-FILE
               END-IF
           END-PERFORM.
           CLOSE RETARD-FICHIER.
           DISPLAY " ".
           DISPLAY "Lignes en retard : " WS-NB-RETARD.
           DISPLAY "Relances mises en file pour les fournisseurs : "
                   WS-NB-MSG-FILE.
       LISTER-RETARDS-FIN.
           EXIT.

      *    Relance par email du fournisseur de la ligne en retard
      *    WS-IDX-CDE ; une meme ligne n'est mise en file qu'une fois
      *    par jour
       METTRE-RETARD-EN-FILE.
           MOVE WS-CDE-FOURNISSEUR(WS-IDX-CDE) TO WS-MSG-DESTINATAIRE.
           MOVE SPACES TO WS-MSG-OBJET.
           STRING "Relance commande " DELIMITED BY SIZE
                  WS-CDE-NUMERO(WS-IDX-CDE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDE-ARTICLE(WS-IDX-CDE) DELIMITED BY SIZE
               INTO WS-MSG-OBJET.
           CALL "MessageSortant" USING WS-MSG-DESTINATAIRE
                                       WS-MSG-CANAL WS-MSG-OBJET
                                       WS-MSG-REFERENCE WS-MSG-SOURCE
                                       WS-MSG-RESULTAT.
           IF WS-MSG-RESULTAT = "O"
               ADD 1 TO WS-NB-MSG-FILE
           END-IF.
