      * journalisees dans mouvements.txt ; les refusees partent dans
      * refus-rapport.txt avec le motif du refus ; les autres restent
      * dans propositions.txt pour une prochaine session.
      * Les motifs de perte d'AJUSTE-STOCK (casse, perime, vol, usage
      * interne, don) sont journalises sous le meme libelle.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Un superviseur ne peut pas valider sa propre proposition : elle
      * reste en attente d'un autre valideur, la tentative est tracee
      * et levee en alerte SD. Approbations et refus sont traces dans
      * actions-sensibles.txt (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Une sortie approuvee suit les regles de lots d'AJUSTE-STOCK :
      * refus si elle entame un lot bloque par RAPPEL-LOT (hors perte),
      * consommation des lots au plus proche perime avec trace dans
      * lots-journal.txt, et rayon ramene au stock.

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

           SELECT PROPOSITIONS-FICHIER ASSIGN TO "propositions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUS-STATUS.

      *    Lots en stock par article (voir AJUSTE-STOCK) : une sortie
      *    approuvee consomme d'abord le lot qui perime le plus tot
           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

      *    Journal des entrees et sorties par lot (jamais reecrit)
           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 F-PRO-QUANTITE       PIC 9(05).
           05 F-PRO-MOTIF          PIC X.
           05 F-PRO-DATE           PIC 9(08).
           05 F-PRO-OPERATEUR      PIC X(03).

       FD  REFUS-FICHIER.
       01  F-LIGNE-REFUS           PIC X(80).

      *    Meme decoupage que F-LOT dans ajuste-stock.cbl (B = bloque
      *    par un rappel)
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
      *    Role de la session (pose par OPERATIONS et partage par la
      *    programme tourne seul) ; l'action sensible exige un
      *    superviseur et les refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "VALIDE-AJT".
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-PROPOSITIONS-STATUS               PIC XX.
       01 WS-REFUS-STATUS                      PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-TROUVE                            PIC X VALUE "N".

              10 WS-PRO-QUANTITE               PIC 9(05).
              10 WS-PRO-MOTIF                  PIC X.
              10 WS-PRO-DATE                   PIC 9(08).
              10 WS-PRO-OPERATEUR              PIC X(03).
      *       Decision du superviseur : A approuvee, R refusee,
      *       P laissee en attente
              10 WS-PRO-DECISION               PIC X.
      *    garde-fous qu'AJUSTE-STOCK
       01 WS-VARIATION                         PIC S9(05).
       01 WS-NOUVEAU-STOCK                     PIC S9(06).
       01 WS-NOUVEAU-RAYON                     PIC S9(06).
       01 WS-STOCK-AVANT                       PIC 9(05).
      *    Motif de la proposition ; les motifs de perte (casse,
      *    perime, vol, usage interne, don) peuvent detruire un lot
      *    bloque par un rappel
       01 WS-MOTIF-CODE                        PIC X.
           88 WS-MOTIF-PERTE                   VALUE "B" "P" "D"
                                                     "U" "O".
       01 WS-MOTIF-LIBELLE                     PIC X(10).
       01 WS-MOTIF-GUARDE                      PIC X(40).

       01 WS-LIGNE-REFUS                       PIC X(80).

      *    Lots charges de lots.txt pour la consommation au plus
      *    proche perime, puis reecrits sans les lots epuises (memes
      *    regles qu'AJUSTE-STOCK)
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
      *    Lots servis par la passe en cours : B = bloques seulement
      *    (perte d'un lot rappele), L = libres seulement
       01 WS-PASSE-LOTS                        PIC X.
      *    Quantite de l'article dans des lots bloques, intouchable
      *    hors motif de perte
       01 WS-QTE-BLOQUEE                       PIC 9(06).

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

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "VALIDE-AJT".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CONTROLER-ROLE.
       IF WS-ACCES-OK NOT = "O"
           STOP RUN
       IF WS-NB-PRO = 0
           DISPLAY "Aucune proposition en attente."
       ELSE
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION
           MOVE "inventaire.dat" TO WS-TOT-MAITRE
           MOVE "VALIDE-AJT" TO WS-TOT-QUI
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF
           MOVE "P" TO WS-VER-ACTION
           MOVE "inventaire.dat" TO WS-VER-FICHIER
           MOVE "VALIDE-AJT" TO WS-VER-QUI
               PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                       UNTIL WS-IDX-PRO > WS-NB-PRO
                   PERFORM EXAMINER-PROPOSITION
                      THRU EXAMINER-PROPOSITION-FIN
               END-PERFORM
               IF WS-REFUS-STATUS = "00"
                   CLOSE REFUS-FICHIER
               DISPLAY "Propositions refusees   : " WS-NB-REFUSEES
               DISPLAY "Laissees en attente     : " WS-NB-ATTENTE
           END-IF
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF
           MOVE "L" TO WS-VER-ACTION
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
                                   TO WS-PRO-MOTIF(WS-NB-PRO)
                               MOVE F-PRO-DATE
                                   TO WS-PRO-DATE(WS-NB-PRO)
                               MOVE F-PRO-OPERATEUR
                                   TO WS-PRO-OPERATEUR(WS-NB-PRO)
                               MOVE "P" TO WS-PRO-DECISION(WS-NB-PRO)
                           END-IF
                   END-READ
                   " motif " WS-PRO-MOTIF(WS-IDX-PRO)
                   " du " WS-PRO-DATE(WS-IDX-PRO)(7:2) "/"
                   WS-PRO-DATE(WS-IDX-PRO)(5:2) "/"
                   WS-PRO-DATE(WS-IDX-PRO)(1:4)
                   " par " WS-PRO-OPERATEUR(WS-IDX-PRO).
      *    Separation des taches : l'auteur d'une proposition ne la
      *    valide pas lui-meme ; elle attend un autre superviseur
           IF WS-PRO-OPERATEUR(WS-IDX-PRO) NOT = SPACES
              AND WS-PRO-OPERATEUR(WS-IDX-PRO) = WS-OPERATEUR-COURANT
               DISPLAY "** Proposition de " WS-OPERATEUR-COURANT
                       " : un autre superviseur doit la valider ; "
                       "elle reste en attente **"
               MOVE "P" TO WS-PRO-DECISION(WS-IDX-PRO)
               ADD 1 TO WS-NB-ATTENTE
               MOVE "AUTO-VALID" TO WS-TRC-ACTION
               MOVE "Validation de sa proposition"
                   TO WS-TRC-DETAIL
               PERFORM TRACER-DECISION
               MOVE "auto-validation" TO WS-RLG-FICHIER
               MOVE "SD" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
               GO TO EXAMINER-PROPOSITION-FIN
           END-IF.
           DISPLAY "Approuver, Refuser ou Passer ? (A/R/P) : ".
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
                   MOVE "P" TO WS-PRO-DECISION(WS-IDX-PRO)
                   ADD 1 TO WS-NB-ATTENTE
           END-EVALUATE.
       EXAMINER-PROPOSITION-FIN.
           EXIT.

      *    Applique la proposition approuvee avec les garde-fous
      *    d'AJUSTE-STOCK ; un echec de garde-fou la transforme en
               ELSE
                   MOVE WS-PRO-QUANTITE(WS-IDX-PRO) TO WS-VARIATION
               END-IF
               MOVE WS-PRO-MOTIF(WS-IDX-PRO) TO WS-MOTIF-CODE
               MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT
               COMPUTE WS-NOUVEAU-STOCK =
                       F-STOCK-ARTICLE + WS-VARIATION
               PERFORM CALCULER-QTE-BLOQUEE
                   THRU CALCULER-QTE-BLOQUEE-FIN
               EVALUATE TRUE
      *            Un motif de perte ne peut accompagner qu'une sortie
                   WHEN WS-MOTIF-PERTE AND WS-VARIATION > 0
                       MOVE "Perte en entree de stock"
                           TO WS-MOTIF-REFUS
                       MOVE "R" TO WS-PRO-DECISION(WS-IDX-PRO)
                       ADD 1 TO WS-NB-REFUSEES
                       PERFORM ECRIRE-REFUS
                   WHEN WS-NOUVEAU-STOCK < 0
                       MOVE "Stock insuffisant" TO WS-MOTIF-REFUS
                       MOVE "R" TO WS-PRO-DECISION(WS-IDX-PRO)
                       ADD 1 TO WS-NB-REFUSEES
                       PERFORM ECRIRE-REFUS
      *            La sortie ne peut entamer un lot bloque par un
      *            rappel
                   WHEN WS-NOUVEAU-STOCK < WS-QTE-BLOQUEE
                       MOVE "Quantite bloquee (rappel lot)"
                           TO WS-MOTIF-REFUS
                       MOVE "R" TO WS-PRO-DECISION(WS-IDX-PRO)
                       ADD 1 TO WS-NB-REFUSEES
                       PERFORM ECRIRE-REFUS
                   WHEN WS-NOUVEAU-STOCK > 99999
                       MOVE "Stock maximal depasse" TO WS-MOTIF-REFUS
                       MOVE "R" TO WS-PRO-DECISION(WS-IDX-PRO)
                       PERFORM ECRIRE-REFUS
                   WHEN OTHER
                       MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE
                       PERFORM AJUSTER-RAYON
                       REWRITE F-ARTICLE
                           INVALID KEY
                               MOVE "Reecriture impossible"
                                   TO WS-PRO-DECISION(WS-IDX-PRO)
                               ADD 1 TO WS-NB-APPROUVEES
                               PERFORM JOURNALISER-MOUVEMENT
                               IF WS-VARIATION < 0
                                   PERFORM CONSOMMER-LOTS
                                       THRU CONSOMMER-LOTS-FIN
                               END-IF
                               MOVE "APPROUVE" TO WS-TRC-ACTION
                               MOVE SPACES TO WS-TRC-DETAIL
                               STRING WS-PRO-SIGNE(WS-IDX-PRO)
                                          DELIMITED BY SIZE
                                      WS-PRO-QUANTITE(WS-IDX-PRO)
                                          DELIMITED BY SIZE
                                      " du " DELIMITED BY SIZE
                                      WS-PRO-DATE(WS-IDX-PRO)
                                          DELIMITED BY SIZE
                                   INTO WS-TRC-DETAIL
                               PERFORM TRACER-DECISION
                               DISPLAY "Applique ; nouveau stock de "
                                       F-NOM-ARTICLE " : "
                                       F-STOCK-ARTICLE
               END-EVALUATE
           END-IF.

      *    Une sortie se sert d'abord en rayon ; dans tous les cas
      *    le rayon ne peut exceder le stock total
       AJUSTER-RAYON.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
               MOVE 0 TO F-RAYON-ARTICLE
           END-IF.
           IF WS-VARIATION < 0
               IF F-RAYON-ARTICLE > 0
                   COMPUTE WS-NOUVEAU-RAYON = F-RAYON-ARTICLE
                           + WS-VARIATION
                   IF WS-NOUVEAU-RAYON < 0
                       MOVE 0 TO F-RAYON-ARTICLE
                   ELSE
                       MOVE WS-NOUVEAU-RAYON TO F-RAYON-ARTICLE
                   END-IF
               END-IF
           END-IF.
           IF F-RAYON-ARTICLE > F-STOCK-ARTICLE
               MOVE F-STOCK-ARTICLE TO F-RAYON-ARTICLE
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

      *    Consomme la sortie approuvee sur les lots de l'article, au
      *    plus proche perime d'abord, puis reecrit lots.txt sans les
      *    lots epuises ; un article sans lot n'est simplement pas
      *    suivi. Les lots bloques ne sont pas servis, sauf par une
      *    perte qui les vide en premier
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
      *    Reecrire depuis une table incomplete detruirait les lots
      *    non charges : on laisse lots.txt tel quel
           IF WS-TROP-LOTS = "O"
               DISPLAY "** Attention : lots.txt contient plus de "
                       "200 lignes, les lots ne sont pas mis a "
                       "jour pour cette sortie **"
               GO TO CONSOMMER-LOTS-FIN
           END-IF.

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
                   MOVE "-" TO F-LJ-SIGNE
                   MOVE WS-LOT-NUMERO(WS-IDX-LOT-MIN) TO F-LJ-LOT
                   MOVE WS-QTE-PRISE TO F-LJ-QTE
                   PERFORM JOURNALISER-LOT
               END-IF
           END-PERFORM.

      *    Ajoute au journal des lots la prise decrite par
      *    F-LJ-SIGNE, F-LJ-LOT et F-LJ-QTE pour l'article courant,
      *    sous le motif de la proposition
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
                       MOVE WS-IDX-LOT TO WS-IDX-LOT-MIN
                   END-IF
               END-IF
           END-PERFORM.

      *    Ajoute la proposition refusee et son motif au rapport des
      *    refus
       ECRIRE-REFUS.
           MOVE "REFUSE" TO WS-TRC-ACTION.
           MOVE WS-MOTIF-REFUS TO WS-TRC-DETAIL.
           PERFORM TRACER-DECISION.
           IF WS-REFUS-STATUS = "00"
               MOVE SPACES TO WS-LIGNE-REFUS
               STRING "REFUSE " DELIMITED BY SIZE
                           TO F-PRO-QUANTITE
                       MOVE WS-PRO-MOTIF(WS-IDX-PRO)    TO F-PRO-MOTIF
                       MOVE WS-PRO-DATE(WS-IDX-PRO)     TO F-PRO-DATE
                       MOVE WS-PRO-OPERATEUR(WS-IDX-PRO)
                           TO F-PRO-OPERATEUR
                       WRITE F-PROPOSITION
                   END-IF
               END-PERFORM
               CLOSE PROPOSITIONS-FICHIER
           END-IF.

      *    Trace la decision prise sur la proposition courante
      *    (WS-TRC-ACTION et WS-TRC-DETAIL poses par l'appelant),
      *    avec son auteur comme operateur lie
       TRACER-DECISION.
           MOVE WS-PRO-NOM(WS-IDX-PRO) TO WS-TRC-OBJET.
           MOVE WS-PRO-OPERATEUR(WS-IDX-PRO) TO WS-TRC-LIE.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.

      *    Ajoute une ligne aux journaux des mouvements pour la
      *    proposition qui vient d'etre appliquee
       JOURNALISER-MOUVEMENT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
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
           MOVE WS-MOTIF-LIBELLE  TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Mouvement applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.
