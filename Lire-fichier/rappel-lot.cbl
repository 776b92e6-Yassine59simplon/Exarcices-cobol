       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPEL-LOT.
      * Trace d'un lot rappele par le fournisseur : pour le numero
      * de lot saisi, dit ce qui en reste en stock (lots.txt) et ou
      * (rayon ou reserve, estimation au plus proche perime
      * d'abord a partir du rayon du maitre), ce qui en est entre
      * et sorti d'apres lots-journal.txt (ventes, autres sorties,
      * soirees pizza de historique-commandes.txt qui l'ont
      * consomme) et quelles reservations ouvertes de
      * reservations.txt seraient servies sur ce lot. Le reste du
      * lot peut alors etre bloque : AJUSTE-STOCK et CONSO-PIZZA ne
      * le servent plus et PEREMPTION le signale a retirer du rayon.
      * Le deblocage est reserve aux superviseurs. La trace part
      * dans rappel-lot.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Meme decoupage que F-LIGNE-HISTORIQUE dans pizza.cbl
           SELECT HISTORIQUE-FICHIER
               ASSIGN TO "historique-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIQUE-STATUS.

           SELECT RESERVATIONS-FICHIER ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "rappel-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-LOT dans ajuste-stock.cbl,
      *    reception-commande.cbl et peremption.cbl (B = bloque par
      *    un rappel)
       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE        PIC X(10).
           05 F-LOT-NUMERO         PIC X(10).
           05 F-LOT-QTE            PIC 9(05).
           05 F-LOT-PEREMPTION     PIC 9(08).
           05 F-LOT-BLOQUE         PIC X.

       FD  LOTS-JOURNAL-FICHIER.
           COPY "LotJournal.cpy".

       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  HISTORIQUE-FICHIER.
       01  F-LIGNE-HISTORIQUE.
           05 F-H-TYPE             PIC X.
           05 F-H-NUMERO           PIC 9(04).
           05 F-H-DATE             PIC 9(08).
           05 F-H-NB-INV           PIC 99.
           05 F-H-MONTANT          PIC 9(5)V99.
           05 F-H-NOM              PIC X(20).
           05 F-H-PIZZA1           PIC X(10).
           05 F-H-PIZZA2           PIC X(10).

      *    Meme decoupage que F-RESERVATION dans gere-reservations.cbl
       FD  RESERVATIONS-FICHIER.
       01  F-RESERVATION.
           05 F-RSV-ARTICLE        PIC X(10).
           05 F-RSV-QTE            PIC 9(05).
           05 F-RSV-BENEFICIAIRE   PIC X(20).
           05 F-RSV-ECHEANCE       PIC 9(08).

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPEL            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-HISTORIQUE-STATUS                 PIC XX.
       01 WS-RESERVATIONS-STATUS               PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Lot recherche
       01 WS-LOT-CHERCHE                       PIC X(10).

      *    Lots de lots.txt ; la table n'est jamais reecrite si le
      *    fichier a deborde
       01 WS-TABLE-LOTS.
           05 WS-LOT OCCURS 200 TIMES.
              10 WS-LOT-ARTICLE                PIC X(10).
              10 WS-LOT-NUMERO                 PIC X(10).
              10 WS-LOT-QTE                    PIC 9(05).
              10 WS-LOT-PEREMPTION             PIC 9(08).
              10 WS-LOT-BLOQUE                 PIC X.
       77 WS-LOT-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-LOTS                           PIC 9(03) VALUE 0.
       01 WS-TROP-LOTS                         PIC X     VALUE "N".
       01 WS-IDX-LOT                           PIC 9(03) VALUE 1.
       01 WS-IDX-AUTRE                         PIC 9(03) VALUE 1.

      *    Articles concernes par le lot (dans lots.txt ou dans le
      *    journal des lots, meme si le lot est epuise)
       01 WS-TABLE-ART.
           05 WS-ART OCCURS 10 TIMES.
              10 WS-ART-NOM                    PIC X(10).
       01 WS-NB-ART                            PIC 99 VALUE 0.
       01 WS-IDX-ART                           PIC 99 VALUE 1.
       01 WS-ART-TROUVE                        PIC X.
       01 WS-ARTICLE-COURANT                   PIC X(10).

      *    Etat du lot pour l'article courant
       01 WS-QTE-EN-STOCK                      PIC 9(06).
       01 WS-QTE-BLOQUEE                       PIC 9(06).
       01 WS-PEREMPTION-LOT                    PIC 9(08).
       01 WS-QTE-RAYON                         PIC 9(06).
       01 WS-QTE-RESERVE                       PIC 9(06).
       01 WS-RAYON-ARTICLE                     PIC 9(06).
      *    Stock des lots de l'article servis avant celui-ci
       01 WS-QTE-AVANT                         PIC 9(06).
       01 WS-RESTE-RAYON                       PIC S9(06).
       01 WS-PASSE-AVANT                       PIC X.

      *    Cumuls du journal des lots pour l'article courant
       01 WS-QTE-RECUE                         PIC 9(06).
       01 WS-QTE-VENDUE                        PIC 9(06).
       01 WS-QTE-PIZZA                         PIC 9(06).
       01 WS-QTE-AUTRES                        PIC 9(06).
       01 WS-NB-LIGNES-JOURNAL                 PIC 9(05) VALUE 0.

      *    Commandes pizza ayant consomme le lot
       01 WS-TABLE-PIZ.
           05 WS-PIZ OCCURS 50 TIMES.
              10 WS-PIZ-NUMERO                 PIC 9(04).
              10 WS-PIZ-QTE                    PIC 9(05).
       01 WS-NB-PIZ                            PIC 99 VALUE 0.
       01 WS-IDX-PIZ                           PIC 99 VALUE 1.
       01 WS-IDX-PIZ-TROUVE                    PIC 99 VALUE 0.
       01 WS-NUMERO-PIZZA                      PIC 9(04).
       01 WS-SOIREE-TROUVEE                    PIC X.
       01 WS-SOIREE-DATE                       PIC 9(08).
       01 WS-SOIREE-NB-INV                     PIC 99.
       01 WS-SOIREE-MONTANT                    PIC 9(5)V99.

      *    Reservations ouvertes de l'article, servies dans l'ordre
      *    des echeances
       01 WS-TABLE-RSV.
           05 WS-RSV OCCURS 100 TIMES.
              10 WS-RSV-QTE                    PIC 9(05).
              10 WS-RSV-BENEFICIAIRE           PIC X(20).
              10 WS-RSV-ECHEANCE               PIC 9(08).
              10 WS-RSV-VUE                    PIC X.
       01 WS-NB-RSV                            PIC 9(03) VALUE 0.
       01 WS-IDX-RSV                           PIC 9(03) VALUE 1.
       01 WS-IDX-RSV-MIN                       PIC 9(03) VALUE 0.
       01 WS-CUMUL-RSV                         PIC 9(07).
       01 WS-DEBUT-RSV                         PIC 9(07).
       01 WS-DEBUT-LOT                         PIC 9(07).
       01 WS-FIN-LOT                           PIC 9(07).
       01 WS-BORNE-BASSE                       PIC 9(07).
       01 WS-BORNE-HAUTE                       PIC 9(07).
       01 WS-QTE-SUR-LOT                       PIC 9(06).
       01 WS-NB-RSV-TOUCHEES                   PIC 9(03) VALUE 0.

      *    Totaux tous articles pour le blocage
       01 WS-TOTAL-EN-STOCK                    PIC 9(06) VALUE 0.
       01 WS-TOTAL-LIBRE                       PIC 9(06) VALUE 0.
       01 WS-REPONSE                           PIC X.
       01 WS-NOUVEL-ETAT                       PIC X.
       01 WS-NB-LIGNES-MODIFIEES               PIC 9(03) VALUE 0.

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC ZZZZZ9.
       01 WS-QTE2-AFF                          PIC ZZZZZ9.
       01 WS-MONTANT-AFF                       PIC ZZZZ9.99.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ                    PIC 99.
           05 FILLER                            PIC X VALUE "/".
           05 WS-DATE-AFF-MM                    PIC 99.
           05 FILLER                            PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA                  PIC 9(4).
       01 WS-DATE-A-EDITER                     PIC 9(08).
       01 WS-LIGNE-RAPPORT                     PIC X(80).

       77 WS-DATE-SYS                          PIC 9(8).

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur quand le
      *    programme tourne seul) ; le deblocage exige un
      *    superviseur et les refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "RAPPEL-LOT".
       01 WS-RLG-FICHIER         PIC X(20).
       01 WS-RLG-STATUT          PIC XX.

      *    Verrou du maitre : AJUSTE-STOCK et CONSO-PIZZA reecrivent
      *    lots.txt sous ce meme verrou
       01 WS-VER-ACTION                        PIC X.
       01 WS-VER-FICHIER                       PIC X(20).
       01 WS-VER-QUI                           PIC X(10).
       01 WS-VER-RESULTAT                      PIC X.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "RAPPEL-LOT".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "rappel-lot.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "RAPPEL-LOT".
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
       MOVE "RAPPEL-LOT" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "Numero du lot rappele : ".
       ACCEPT WS-LOT-CHERCHE.
       MOVE FUNCTION UPPER-CASE(WS-LOT-CHERCHE) TO WS-LOT-CHERCHE.
       IF WS-LOT-CHERCHE = SPACES
           DISPLAY "Aucun lot saisi."
           GOBACK
       END-IF.

       PERFORM CHARGER-LOTS.
       PERFORM RECENSER-ARTICLES.
       IF WS-NB-ART = 0
           DISPLAY "Lot " WS-LOT-CHERCHE " inconnu de lots.txt et "
                   "de lots-journal.txt"
           GOBACK
       END-IF.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire rappel-lot.txt"
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS TO WS-DATE-A-EDITER.
       PERFORM EDITER-DATE.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       STRING "RAPPEL DU LOT " DELIMITED BY SIZE
              WS-LOT-CHERCHE DELIMITED BY SIZE
              " - trace au " DELIMITED BY SIZE
              WS-DATE-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-TROP-LOTS = "O"
           MOVE "** lots.txt depasse 200 lignes : stock du lot "
               & "incomplet **" TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.

       PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > WS-NB-ART
           MOVE WS-ART-NOM(WS-IDX-ART) TO WS-ARTICLE-COURANT
           PERFORM TRACER-ARTICLE
       END-PERFORM.

       MOVE SPACES TO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-TOTAL-EN-STOCK TO WS-QTE-AFF.
       MOVE WS-TOTAL-LIBRE TO WS-QTE2-AFF.
       STRING "Reste du lot en stock : " DELIMITED BY SIZE
              WS-QTE-AFF DELIMITED BY SIZE
              " dont non bloque : " DELIMITED BY SIZE
              WS-QTE2-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.
       DISPLAY "Trace du lot ecrite dans rappel-lot.txt".

       IF WS-TOTAL-EN-STOCK > 0
           PERFORM CHANGER-BLOCAGE THRU CHANGER-BLOCAGE-FIN
       END-IF.

       MOVE WS-NB-LIGNES-JOURNAL TO WS-NB-LUES-JRN.
       MOVE WS-NB-LIGNES-MODIFIEES TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge lots.txt dans WS-LOT ; au-dela de WS-LOT-CAPACITE
      *    le fichier ne sera pas reecrit
       CHARGER-LOTS.
           MOVE 0 TO WS-NB-LOTS.
           MOVE "N" TO WS-TROP-LOTS.
           OPEN INPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS = "00"
               PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
                   READ LOTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-LOTS < WS-LOT-CAPACITE
                               ADD 1 TO WS-NB-LOTS
                               MOVE F-LOT TO WS-LOT(WS-NB-LOTS)
                           ELSE
                               MOVE "O" TO WS-TROP-LOTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTS-FICHIER
           END-IF.

      *    Articles portant le lot, d'apres lots.txt puis d'apres le
      *    journal des lots (un lot epuise n'est plus dans lots.txt)
       RECENSER-ARTICLES.
           MOVE 0 TO WS-NB-ART.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-NUMERO(WS-IDX-LOT) = WS-LOT-CHERCHE
                   MOVE WS-LOT-ARTICLE(WS-IDX-LOT)
                       TO WS-ARTICLE-COURANT
                   PERFORM RETENIR-ARTICLE
               END-IF
           END-PERFORM.
           OPEN INPUT LOTS-JOURNAL-FICHIER.
           IF WS-LOTS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-LOTS-JOURNAL-STATUS NOT = "00"
                   READ LOTS-JOURNAL-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-LJ-LOT = WS-LOT-CHERCHE
                               MOVE F-LJ-ARTICLE
                                   TO WS-ARTICLE-COURANT
                               PERFORM RETENIR-ARTICLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTS-JOURNAL-FICHIER
           END-IF.

       RETENIR-ARTICLE.
           MOVE "N" TO WS-ART-TROUVE.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               IF WS-ART-NOM(WS-IDX-ART) = WS-ARTICLE-COURANT
                   MOVE "O" TO WS-ART-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ART-TROUVE = "N" AND WS-NB-ART < 10
               ADD 1 TO WS-NB-ART
               MOVE WS-ARTICLE-COURANT TO WS-ART-NOM(WS-NB-ART)
           END-IF.

      *    Trace complete du lot pour un article : stock restant et
      *    emplacement, mouvements du journal, soirees pizza et
      *    reservations servies sur le lot
       TRACER-ARTICLE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           STRING "=== Article " DELIMITED BY SIZE
                  WS-ARTICLE-COURANT DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM TRACER-STOCK.
           PERFORM TRACER-JOURNAL.
           PERFORM TRACER-SOIREES.
           PERFORM TRACER-RESERVATIONS.

      *    Stock restant du lot et estimation rayon / reserve : le
      *    rayon du maitre est suppose garni des lots au plus proche
      *    perime d'abord, comme ils sont servis
       TRACER-STOCK.
           MOVE 0 TO WS-QTE-EN-STOCK.
           MOVE 0 TO WS-QTE-BLOQUEE.
           MOVE 0 TO WS-PEREMPTION-LOT.
           MOVE 0 TO WS-QTE-RAYON.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-NUMERO(WS-IDX-LOT) = WS-LOT-CHERCHE
                  AND WS-LOT-ARTICLE(WS-IDX-LOT) = WS-ARTICLE-COURANT
                   ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-QTE-EN-STOCK
                   IF WS-LOT-BLOQUE(WS-IDX-LOT) = "B"
                       ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-QTE-BLOQUEE
                   END-IF
                   MOVE WS-LOT-PEREMPTION(WS-IDX-LOT)
                       TO WS-PEREMPTION-LOT
                   PERFORM ESTIMER-RAYON-LOT
               END-IF
           END-PERFORM.
           ADD WS-QTE-EN-STOCK TO WS-TOTAL-EN-STOCK.
           COMPUTE WS-TOTAL-LIBRE = WS-TOTAL-LIBRE + WS-QTE-EN-STOCK
                   - WS-QTE-BLOQUEE.
           COMPUTE WS-QTE-RESERVE = WS-QTE-EN-STOCK - WS-QTE-RAYON.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-QTE-EN-STOCK TO WS-QTE-AFF.
           IF WS-PEREMPTION-LOT = 0
               STRING "En stock   : " DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      " (lot epuise ou absent de lots.txt)"
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           ELSE
               MOVE WS-PEREMPTION-LOT TO WS-DATE-A-EDITER
               PERFORM EDITER-DATE
               STRING "En stock   : " DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      "   peremption " DELIMITED BY SIZE
                      WS-DATE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE.
           IF WS-QTE-EN-STOCK > 0
               MOVE WS-QTE-RAYON TO WS-QTE-AFF
               MOVE WS-QTE-RESERVE TO WS-QTE2-AFF
               STRING "  dont     : " DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                      " en rayon, " DELIMITED BY SIZE
                      WS-QTE2-AFF DELIMITED BY SIZE
                      " en reserve (estimation)" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               IF WS-QTE-BLOQUEE > 0
                   MOVE WS-QTE-BLOQUEE TO WS-QTE-AFF
                   STRING "  bloque   : " DELIMITED BY SIZE
                          WS-QTE-AFF DELIMITED BY SIZE
                          " (ne pas vendre)" DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-IF.

      *    Part en rayon de la ligne de lot WS-IDX-LOT : le rayon de
      *    l'article, diminue des lots servis avant celui-ci, dans
      *    la limite de la quantite du lot
       ESTIMER-RAYON-LOT.
           MOVE 0 TO WS-RAYON-ARTICLE.
           MOVE WS-ARTICLE-COURANT TO F-NOM-ARTICLE.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               READ FICHIER-INVENTAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F-RAYON-ARTICLE IS NUMERIC
                           MOVE F-RAYON-ARTICLE TO WS-RAYON-ARTICLE
                       END-IF
               END-READ
               CLOSE FICHIER-INVENTAIRE
           END-IF.
           MOVE "T" TO WS-PASSE-AVANT.
           PERFORM CUMULER-LOTS-AVANT.
           COMPUTE WS-RESTE-RAYON = WS-RAYON-ARTICLE - WS-QTE-AVANT.
           IF WS-RESTE-RAYON > 0
               IF WS-RESTE-RAYON > WS-LOT-QTE(WS-IDX-LOT)
                   ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-QTE-RAYON
               ELSE
                   ADD WS-RESTE-RAYON TO WS-QTE-RAYON
               END-IF
           END-IF.

      *    Stock des autres lots de l'article servis avant la ligne
      *    WS-IDX-LOT (peremption plus proche, ou egale et placee
      *    avant dans lots.txt) ; WS-PASSE-AVANT "L" ne compte que
      *    les lots non bloques, "T" tous les lots
       CUMULER-LOTS-AVANT.
           MOVE 0 TO WS-QTE-AVANT.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-LOTS
               IF WS-IDX-AUTRE NOT = WS-IDX-LOT
                  AND WS-LOT-ARTICLE(WS-IDX-AUTRE) =
                      WS-LOT-ARTICLE(WS-IDX-LOT)
                  AND (WS-PASSE-AVANT = "T"
                       OR WS-LOT-BLOQUE(WS-IDX-AUTRE) NOT = "B")
                   IF WS-LOT-PEREMPTION(WS-IDX-AUTRE) <
                      WS-LOT-PEREMPTION(WS-IDX-LOT)
                      OR (WS-LOT-PEREMPTION(WS-IDX-AUTRE) =
                          WS-LOT-PEREMPTION(WS-IDX-LOT)
                          AND WS-IDX-AUTRE < WS-IDX-LOT)
                       ADD WS-LOT-QTE(WS-IDX-AUTRE) TO WS-QTE-AVANT
                   END-IF
               END-IF
           END-PERFORM.

      *    Entrees et sorties du lot d'apres lots-journal.txt ; les
      *    prises des soirees pizza sont retenues par commande
       TRACER-JOURNAL.
           MOVE 0 TO WS-QTE-RECUE.
           MOVE 0 TO WS-QTE-VENDUE.
           MOVE 0 TO WS-QTE-PIZZA.
           MOVE 0 TO WS-QTE-AUTRES.
           MOVE 0 TO WS-NB-PIZ.
           OPEN INPUT LOTS-JOURNAL-FICHIER.
           IF WS-LOTS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-LOTS-JOURNAL-STATUS NOT = "00"
                   READ LOTS-JOURNAL-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-LJ-LOT = WS-LOT-CHERCHE
                              AND F-LJ-ARTICLE = WS-ARTICLE-COURANT
                               ADD 1 TO WS-NB-LIGNES-JOURNAL
                               PERFORM CUMULER-LIGNE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTS-JOURNAL-FICHIER
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-QTE-RECUE TO WS-QTE-AFF.
           STRING "Recu       : " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-QTE-VENDUE TO WS-QTE-AFF.
           STRING "Vendu      : " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-QTE-PIZZA TO WS-QTE-AFF.
           STRING "Pizzas     : " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-QTE-AUTRES TO WS-QTE-AFF.
           STRING "Autres     : " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  " (pertes, corrections)" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

       CUMULER-LIGNE-JOURNAL.
           IF F-LJ-SIGNE = "+"
               ADD F-LJ-QTE TO WS-QTE-RECUE
           ELSE
               EVALUATE F-LJ-MOTIF
                   WHEN "VENTE"
                       ADD F-LJ-QTE TO WS-QTE-VENDUE
                   WHEN "PIZZA"
                       ADD F-LJ-QTE TO WS-QTE-PIZZA
                       PERFORM RETENIR-COMMANDE-PIZZA
                   WHEN OTHER
                       ADD F-LJ-QTE TO WS-QTE-AUTRES
               END-EVALUATE
           END-IF.

       RETENIR-COMMANDE-PIZZA.
           IF F-LJ-REFERENCE(1:4) IS NUMERIC
               MOVE F-LJ-REFERENCE(1:4) TO WS-NUMERO-PIZZA
               MOVE 0 TO WS-IDX-PIZ-TROUVE
               PERFORM VARYING WS-IDX-PIZ FROM 1 BY 1
                       UNTIL WS-IDX-PIZ > WS-NB-PIZ
                       OR WS-IDX-PIZ-TROUVE NOT = 0
                   IF WS-PIZ-NUMERO(WS-IDX-PIZ) = WS-NUMERO-PIZZA
                       MOVE WS-IDX-PIZ TO WS-IDX-PIZ-TROUVE
                   END-IF
               END-PERFORM
               IF WS-IDX-PIZ-TROUVE = 0 AND WS-NB-PIZ < 50
                   ADD 1 TO WS-NB-PIZ
                   MOVE WS-NB-PIZ TO WS-IDX-PIZ-TROUVE
                   MOVE WS-NUMERO-PIZZA
                       TO WS-PIZ-NUMERO(WS-IDX-PIZ-TROUVE)
                   MOVE 0 TO WS-PIZ-QTE(WS-IDX-PIZ-TROUVE)
               END-IF
               IF WS-IDX-PIZ-TROUVE NOT = 0
                   ADD F-LJ-QTE TO WS-PIZ-QTE(WS-IDX-PIZ-TROUVE)
               END-IF
           END-IF.

      *    Soirees pizza ayant consomme le lot, avec leur date, le
      *    nombre d'invites et le montant de historique-commandes.txt
       TRACER-SOIREES.
           IF WS-NB-PIZ > 0
               MOVE "Soirees pizza ayant consomme le lot :"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               PERFORM VARYING WS-IDX-PIZ FROM 1 BY 1
                       UNTIL WS-IDX-PIZ > WS-NB-PIZ
                   PERFORM ECRIRE-SOIREE
               END-PERFORM
           END-IF.

       ECRIRE-SOIREE.
           MOVE "N" TO WS-SOIREE-TROUVEE.
           OPEN INPUT HISTORIQUE-FICHIER.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-HISTORIQUE-STATUS NOT = "00"
                       OR WS-SOIREE-TROUVEE = "O"
                   READ HISTORIQUE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-H-TYPE = "E"
                              AND F-H-NUMERO IS NUMERIC
                              AND F-H-NUMERO =
                                  WS-PIZ-NUMERO(WS-IDX-PIZ)
                               MOVE "O" TO WS-SOIREE-TROUVEE
                               MOVE F-H-DATE TO WS-SOIREE-DATE
                               MOVE F-H-NB-INV TO WS-SOIREE-NB-INV
                               MOVE F-H-MONTANT TO WS-SOIREE-MONTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-FICHIER
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-PIZ-QTE(WS-IDX-PIZ) TO WS-QTE-AFF.
           IF WS-SOIREE-TROUVEE = "O"
               MOVE WS-SOIREE-DATE TO WS-DATE-A-EDITER
               PERFORM EDITER-DATE
               MOVE WS-SOIREE-MONTANT TO WS-MONTANT-AFF
               STRING "  commande " DELIMITED BY SIZE
                      WS-PIZ-NUMERO(WS-IDX-PIZ) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      WS-DATE-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SOIREE-NB-INV DELIMITED BY SIZE
                      " invites " DELIMITED BY SIZE
                      WS-MONTANT-AFF DELIMITED BY SIZE
                      " qte " DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           ELSE
               STRING "  commande " DELIMITED BY SIZE
                      WS-PIZ-NUMERO(WS-IDX-PIZ) DELIMITED BY SIZE
                      " (absente de l'historique) qte "
                          DELIMITED BY SIZE
                      WS-QTE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *    Reservations ouvertes de l'article servies, par ordre
      *    d'echeance, sur les lots non bloques au plus proche
      *    perime d'abord : celles dont la part tombe sur ce lot
       TRACER-RESERVATIONS.
           MOVE 0 TO WS-NB-RSV.
           OPEN INPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS = "00"
               PERFORM UNTIL WS-RESERVATIONS-STATUS NOT = "00"
                   READ RESERVATIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RSV-ARTICLE = WS-ARTICLE-COURANT
                              AND WS-NB-RSV < 100
                               ADD 1 TO WS-NB-RSV
                               MOVE F-RSV-QTE TO WS-RSV-QTE(WS-NB-RSV)
                               MOVE F-RSV-BENEFICIAIRE
                                   TO WS-RSV-BENEFICIAIRE(WS-NB-RSV)
                               MOVE F-RSV-ECHEANCE
                                   TO WS-RSV-ECHEANCE(WS-NB-RSV)
                               MOVE "N" TO WS-RSV-VUE(WS-NB-RSV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS-FICHIER
           END-IF.
           MOVE 0 TO WS-NB-RSV-TOUCHEES.
           IF WS-NB-RSV > 0 AND WS-QTE-EN-STOCK > WS-QTE-BLOQUEE
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-NUMERO(WS-IDX-LOT) = WS-LOT-CHERCHE
                      AND WS-LOT-ARTICLE(WS-IDX-LOT) =
                          WS-ARTICLE-COURANT
                      AND WS-LOT-BLOQUE(WS-IDX-LOT) NOT = "B"
                      AND WS-LOT-QTE(WS-IDX-LOT) > 0
                       PERFORM SERVIR-RESERVATIONS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NB-RSV-TOUCHEES = 0
               MOVE "Aucune reservation ouverte servie sur ce lot"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Deroule les reservations par echeance sur les lots libres
      *    de l'article et ecrit celles qui recouvrent la ligne de
      *    lot WS-IDX-LOT
       SERVIR-RESERVATIONS.
           MOVE "L" TO WS-PASSE-AVANT.
           PERFORM CUMULER-LOTS-AVANT.
           MOVE WS-QTE-AVANT TO WS-DEBUT-LOT.
           COMPUTE WS-FIN-LOT = WS-QTE-AVANT + WS-LOT-QTE(WS-IDX-LOT).
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-NB-RSV
               MOVE "N" TO WS-RSV-VUE(WS-IDX-RSV)
           END-PERFORM.
           MOVE 0 TO WS-CUMUL-RSV.
           MOVE 1 TO WS-IDX-RSV-MIN.
           PERFORM UNTIL WS-IDX-RSV-MIN = 0
                   OR WS-CUMUL-RSV >= WS-FIN-LOT
               PERFORM TROUVER-RESERVATION-PROCHE
               IF WS-IDX-RSV-MIN NOT = 0
                   MOVE "O" TO WS-RSV-VUE(WS-IDX-RSV-MIN)
                   MOVE WS-CUMUL-RSV TO WS-DEBUT-RSV
                   ADD WS-RSV-QTE(WS-IDX-RSV-MIN) TO WS-CUMUL-RSV
                   IF WS-DEBUT-RSV > WS-DEBUT-LOT
                       MOVE WS-DEBUT-RSV TO WS-BORNE-BASSE
                   ELSE
                       MOVE WS-DEBUT-LOT TO WS-BORNE-BASSE
                   END-IF
                   IF WS-CUMUL-RSV < WS-FIN-LOT
                       MOVE WS-CUMUL-RSV TO WS-BORNE-HAUTE
                   ELSE
                       MOVE WS-FIN-LOT TO WS-BORNE-HAUTE
                   END-IF
                   IF WS-BORNE-HAUTE > WS-BORNE-BASSE
                       COMPUTE WS-QTE-SUR-LOT =
                               WS-BORNE-HAUTE - WS-BORNE-BASSE
                       PERFORM ECRIRE-RESERVATION
                   END-IF
               END-IF
           END-PERFORM.

       TROUVER-RESERVATION-PROCHE.
           MOVE 0 TO WS-IDX-RSV-MIN.
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-NB-RSV
               IF WS-RSV-VUE(WS-IDX-RSV) = "N"
                   IF WS-IDX-RSV-MIN = 0
                      OR WS-RSV-ECHEANCE(WS-IDX-RSV) <
                         WS-RSV-ECHEANCE(WS-IDX-RSV-MIN)
                       MOVE WS-IDX-RSV TO WS-IDX-RSV-MIN
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-RESERVATION.
           IF WS-NB-RSV-TOUCHEES = 0
               MOVE "Reservations ouvertes servies sur ce lot :"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           ADD 1 TO WS-NB-RSV-TOUCHEES.
           MOVE WS-RSV-ECHEANCE(WS-IDX-RSV-MIN) TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-RSV-QTE(WS-IDX-RSV-MIN) TO WS-QTE-AFF.
           MOVE WS-QTE-SUR-LOT TO WS-QTE2-AFF.
           STRING "  " DELIMITED BY SIZE
                  WS-RSV-BENEFICIAIRE(WS-IDX-RSV-MIN)
                      DELIMITED BY SIZE
                  " echeance " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  " qte " DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  " dont lot " DELIMITED BY SIZE
                  WS-QTE2-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Bloque le reste du lot, ou le debloque s'il l'est deja
      *    (superviseur) ; lots.txt est recharge et reecrit sous le
      *    verrou du maitre
       CHANGER-BLOCAGE.
           IF WS-TOTAL-LIBRE > 0
               DISPLAY "Bloquer le reste du lot ? (O/N) : "
               MOVE "B" TO WS-NOUVEL-ETAT
           ELSE
               DISPLAY "Le lot est bloque. Le debloquer ? (O/N) : "
               MOVE SPACE TO WS-NOUVEL-ETAT
           END-IF.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               GO TO CHANGER-BLOCAGE-FIN
           END-IF.
           IF WS-NOUVEL-ETAT NOT = "B"
               PERFORM CONTROLER-ROLE
               IF WS-ACCES-OK NOT = "O"
                   GO TO CHANGER-BLOCAGE-FIN
               END-IF
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "RAPPEL-LOT" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO CHANGER-BLOCAGE-FIN
           END-IF.
           PERFORM CHARGER-LOTS.
           IF WS-TROP-LOTS = "O"
               DISPLAY "** lots.txt depasse 200 lignes : lot non "
                       "modifie **"
           ELSE
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-NUMERO(WS-IDX-LOT) = WS-LOT-CHERCHE
                      AND WS-LOT-BLOQUE(WS-IDX-LOT) NOT =
                          WS-NOUVEL-ETAT
                       MOVE WS-NOUVEL-ETAT
                           TO WS-LOT-BLOQUE(WS-IDX-LOT)
                       ADD 1 TO WS-NB-LIGNES-MODIFIEES
                   END-IF
               END-PERFORM
               PERFORM REECRIRE-LOTS
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       CHANGER-BLOCAGE-FIN.
           EXIT.

       REECRIRE-LOTS.
           OPEN OUTPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS NOT = "00"
               DISPLAY "** Lots non mis a jour (lots.txt "
                       "inaccessible) **"
               MOVE 0 TO WS-NB-LIGNES-MODIFIEES
           ELSE
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   MOVE WS-LOT(WS-IDX-LOT) TO F-LOT
                   WRITE F-LOT
               END-PERFORM
               CLOSE LOTS-FICHIER
               IF WS-NOUVEL-ETAT = "B"
                   DISPLAY "Lot " WS-LOT-CHERCHE " bloque ("
                           WS-NB-LIGNES-MODIFIEES " ligne(s))"
               ELSE
                   DISPLAY "Lot " WS-LOT-CHERCHE " debloque ("
                           WS-NB-LIGNES-MODIFIEES " ligne(s))"
               END-IF
           END-IF.

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

       EDITER-DATE.
           MOVE WS-DATE-A-EDITER(1:4) TO WS-DATE-AFF-AAAA.
           MOVE WS-DATE-A-EDITER(5:2) TO WS-DATE-AFF-MM.
           MOVE WS-DATE-A-EDITER(7:2) TO WS-DATE-AFF-JJ.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPEL.
           WRITE LIGNE-RAPPEL.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
