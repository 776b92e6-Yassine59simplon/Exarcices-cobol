      * applique les sorties a inventaire.dat par le meme chemin
      * journalise que AJUSTE-STOCK (mouvements.txt, motif PIZZA),
      * sous le verrou partage du maitre. Le compte rendu part dans
      * conso-pizzas.txt. Chaque sortie est servie sur les lots de
      * lots.txt au plus proche perime d'abord, sans toucher aux
      * lots bloques par un rappel (RAPPEL-LOT), et chaque prise est
      * consignee dans lots-journal.txt avec le numero de la
      * commande ; une sortie qui entamerait un lot bloque est
      * rejetee.
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

      *    Lots en stock des articles perissables ; meme decoupage
      *    que F-LOT dans ajuste-stock.cbl
           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

      *    Journal des lots (jamais reecrit) ; meme decoupage que
      *    LotJournal.cpy dans Lire-fichier
           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "conso-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-FOURN-ARTICLE    PIC X(10).
           05 F-PAR-ARTICLE      PIC 9(03).
           05 F-RAYON-ARTICLE    PIC 9(05).
           05 F-COUT-ARTICLE     PIC 9(04)V99.

       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE      PIC X(10).
           05 F-LOT-NUMERO       PIC X(10).
           05 F-LOT-QTE          PIC 9(05).
           05 F-LOT-PEREMPTION   PIC 9(08).
           05 F-LOT-BLOQUE       PIC X.

       FD  LOTS-JOURNAL-FICHIER.
       01  F-LOT-JOURNAL.
           05 F-LJ-DATE          PIC 9(08).
           05 F-LJ-ARTICLE       PIC X(10).
           05 F-LJ-LOT           PIC X(10).
           05 F-LJ-SIGNE         PIC X.
           05 F-LJ-QTE           PIC 9(05).
           05 F-LJ-MOTIF         PIC X(10).
           05 F-LJ-REFERENCE     PIC X(10).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT       PIC X(70).
       01 WS-HISTORIQUE-STATUS       PIC XX.
       01 WS-RECETTES-STATUS         PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-LOTS-STATUS             PIC XX.
       01 WS-LOTS-JOURNAL-STATUS     PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Verrou de modification pose par le sous-programme partage
       01 WS-NB-REJETES              PIC 99 VALUE 0.
       01 WS-LIGNE-RAPPORT           PIC X(70).

      *    Lots charges de lots.txt pour servir la sortie au plus
      *    proche perime ; la table n'est jamais reecrite si
      *    lots.txt a deborde
       01 WS-TABLE-LOTS.
          05 WS-LOT OCCURS 200 TIMES.
             10 WS-LOT-ARTICLE       PIC X(10).
             10 WS-LOT-NUMERO        PIC X(10).
             10 WS-LOT-QTE           PIC 9(05).
             10 WS-LOT-PEREMPTION    PIC 9(08).
             10 WS-LOT-BLOQUE        PIC X.
       01 WS-NB-LOTS                 PIC 9(03) VALUE 0.
       01 WS-TROP-LOTS               PIC X     VALUE "N".
       01 WS-IDX-LOT                 PIC 9(03) VALUE 1.
       01 WS-IDX-LOT-MIN             PIC 9(03) VALUE 0.
       01 WS-RESTE-A-CONSOMMER       PIC 9(05).
       01 WS-QTE-PRISE               PIC 9(05).
       01 WS-QTE-BLOQUEE             PIC 9(06).

      *    Date et heure systeme pour l'horodatage du mouvement
       77 WS-DATE-SYS                PIC 9(8).
       77 WS-HEURE-SYS               PIC 9(8).
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
       DISPLAY "Numero de la commande a comptabiliser (0 = la "
               "derniere) : ".
       ACCEPT WS-NUMERO-DEMANDE.

       PERFORM AGREGER-COMMANDE THRU AGREGER-COMMANDE-FIN.
       IF WS-NB-AGG = 0
           DISPLAY "Commande introuvable dans l'historique."
           STOP RUN
           STOP RUN
       END-IF.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "CONSO-PIZ" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
       MOVE "P" TO WS-VER-ACTION.
       MOVE "inventaire.dat" TO WS-VER-FICHIER.
       MOVE "CONSO-PIZ" TO WS-VER-QUI.
                   " (voir conso-pizzas.txt)"
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
                   MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT
                   COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE
                           - WS-BES-QTE(WS-IDX-BES)
                   PERFORM CALCULER-QTE-BLOQUEE
                       THRU CALCULER-QTE-BLOQUEE-FIN
                   IF WS-NOUVEAU-STOCK < 0
                       ADD 1 TO WS-NB-REJETES
                       MOVE "stock insuffisant"
                           TO WS-LIGNE-RAPPORT
                       PERFORM ECRIRE-LIGNE-REJET
                   ELSE
                   IF WS-NOUVEAU-STOCK < WS-QTE-BLOQUEE
                       ADD 1 TO WS-NB-REJETES
                       MOVE "quantite bloquee (rappel lot)"
                           TO WS-LIGNE-RAPPORT
                       PERFORM ECRIRE-LIGNE-REJET
                   ELSE
                       MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE
                       IF F-RAYON-ARTICLE IS NOT NUMERIC
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-APPLIQUES
                               PERFORM JOURNALISER-SORTIE
                               PERFORM CONSOMMER-LOTS
                                   THRU CONSOMMER-LOTS-FIN
                               PERFORM ECRIRE-LIGNE-APPLIQUE
                       END-REWRITE
                   END-IF
                   END-IF
           END-READ.

       ECRIRE-LIGNE-APPLIQUE.
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *    Ajoute une ligne aux journaux des mouvements pour la
      *    sortie qui vient d'etre appliquee (motif PIZZA)
       JOURNALISER-SORTIE.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "PIZZA"           TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Sortie appliquee mais non journalisee "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.

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

      *    Consomme la sortie qui vient d'etre appliquee sur les lots
      *    libres de l'article, au plus proche perime d'abord, puis
      *    reecrit lots.txt sans les lots epuises ; meme regle que
      *    CONSOMMER-LOTS dans ajuste-stock.cbl
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

           MOVE WS-BES-QTE(WS-IDX-BES) TO WS-RESTE-A-CONSOMMER.
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
      *    lots-journal.txt, avec le numero de la commande
       JOURNALISER-LOT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE WS-DATE-SYS       TO F-LJ-DATE.
           MOVE F-NOM-ARTICLE     TO F-LJ-ARTICLE.
           MOVE WS-LOT-NUMERO(WS-IDX-LOT-MIN) TO F-LJ-LOT.
           MOVE "-"               TO F-LJ-SIGNE.
           MOVE WS-QTE-PRISE      TO F-LJ-QTE.
           MOVE "PIZZA"           TO F-LJ-MOTIF.
           MOVE SPACES            TO F-LJ-REFERENCE.
           MOVE WS-NUMERO-DEMANDE TO F-LJ-REFERENCE(1:4).
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
