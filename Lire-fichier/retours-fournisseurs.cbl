       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOUR-FOURN.
      * Retours fournisseurs et suivi des avoirs attendus : un retour
      * (fournisseur, article, quantite, motif, commande d'origine)
      * sort la marchandise de inventaire.dat par le meme chemin
      * journalise que AJUSTE-STOCK (mouvements.txt, motif RETOUR) et
      * reste ouvert dans retours-fournisseurs.txt, valorise au cout
      * d'achat moyen de l'article, jusqu'a ce que l'avoir du
      * fournisseur soit enregistre contre lui. Le rapport des
      * retours ouverts (retours-ouverts.txt), groupe par
      * fournisseur avec l'age et la valeur de chaque retour, dit
      * qui nous doit encore de l'argent.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * La quantite retournee sort aussi des lots (lots bloques par un
      * rappel d'abord, puis au plus proche perime), chaque prise etant
      * portee dans lots-journal.txt avec le numero du retour.

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

      *    Retours fournisseurs, relus en entier puis reecrits avec
      *    les nouveaux retours et les avoirs enregistres
           SELECT RETOURS-FICHIER
               ASSIGN TO "retours-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETOURS-STATUS.

      *    Carnet des commandes ouvertes, lu pour rattacher le retour
      *    a sa commande d'origine et a son fournisseur
           SELECT CDE-OUVERTES-FICHIER
               ASSIGN TO "commandes-ouvertes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDE-OUVERTES-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "retours-ouverts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      *    Lots en stock par article (voir AJUSTE-STOCK) : la
      *    marchandise retournee sort des lots, bloques d'abord
           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
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

       FD  RETOURS-FICHIER.
           COPY "RetourFournisseur.cpy".

       FD  CDE-OUVERTES-FICHIER.
           COPY "CommandeOuverte.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(80).

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
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-RETOURS-STATUS                    PIC XX.
       01 WS-CDE-OUVERTES-STATUS               PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX-MODE                        PIC 9 VALUE 0.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou : un seul utilisateur a la fois reecrit le maitre
       01 WS-VER-ACTION                        PIC X.
       01 WS-VER-FICHIER                       PIC X(20).
       01 WS-VER-QUI                           PIC X(10).
       01 WS-VER-RESULTAT                      PIC X.

      *    Retours charges en memoire, reecrits en entier a la fin
       01 WS-TABLE-RET.
           05 WS-RET OCCURS 300 TIMES.
              10 WS-RET-NUMERO                 PIC 9(06).
              10 WS-RET-DATE                   PIC 9(08).
              10 WS-RET-FOURNISSEUR            PIC X(10).
              10 WS-RET-ARTICLE                PIC X(10).
              10 WS-RET-QTE                    PIC 9(05).
              10 WS-RET-MOTIF                  PIC X.
              10 WS-RET-COMMANDE               PIC 9(06).
              10 WS-RET-VALEUR                 PIC 9(08)V99.
              10 WS-RET-ETAT                   PIC X.
              10 WS-RET-AVOIR-NUMERO           PIC X(12).
              10 WS-RET-AVOIR-DATE             PIC 9(08).
              10 WS-RET-AVOIR-MONTANT          PIC 9(08)V99.
       77 WS-RET-CAPACITE                      PIC 9(03) VALUE 300.
       01 WS-NB-RET                            PIC 9(03) VALUE 0.
       01 WS-IDX-RET                           PIC 9(03) VALUE 1.
       01 WS-IDX-RET-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-IDX-AUTRE                         PIC 9(03) VALUE 1.
       01 WS-TROP-RETOURS                      PIC X VALUE "N".
       01 WS-DERNIER-NUMERO                    PIC 9(06) VALUE 0.
       01 WS-A-REECRIRE                        PIC X VALUE "N".
       01 WS-DEJA-ECRIT                        PIC X VALUE "N".

      *    Saisie d'un retour
       01 WS-SAI-COMMANDE                      PIC 9(06).
       01 WS-SAI-FOURNISSEUR                   PIC X(10).
       01 WS-SAI-ARTICLE                       PIC X(10).
       01 WS-SAI-QTE                           PIC 9(05).
       01 WS-SAI-MOTIF                         PIC X.
       01 WS-SAI-NUMERO                        PIC 9(06).
       01 WS-SAI-AVOIR                         PIC X(12).
       01 WS-SAI-MONTANT                       PIC 9(08)V99.
       01 WS-CDE-TROUVEE                       PIC X VALUE "N".

      *    Sortie de stock du retour, avec les memes garde-fous que
      *    AJUSTE-STOCK
       01 WS-TROUVE                            PIC X VALUE "N".
       01 WS-VARIATION                         PIC S9(05).
       01 WS-NOUVEAU-STOCK                     PIC S9(06).
       01 WS-STOCK-AVANT                       PIC 9(05).
       01 WS-APPLIQUE                          PIC X VALUE "N".
       01 WS-MOTIF-REJET                       PIC X(30).
       01 WS-COUT-RETENU                       PIC 9(04)V99.
      *    Numero que prendra le retour applique, reporte en
      *    reference du journal des lots
       01 WS-NUMERO-RETOUR                     PIC 9(06).

      *    Lots charges de lots.txt pour la sortie du retour, puis
      *    reecrits sans les lots epuises (memes regles qu'AJUSTE-
      *    STOCK pour une perte : lots bloques servis en premier)
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
      *    Lots servis par la passe en cours : B = bloques seulement,
      *    L = libres seulement
       01 WS-PASSE-LOTS                        PIC X.

      *    Age d'un retour ouvert, via DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

      *    Totaux du rapport des retours ouverts
       01 WS-TOTAL-FOURN                       PIC 9(10)V99.
       01 WS-TOTAL-GENERAL                     PIC 9(10)V99 VALUE 0.
       01 WS-NB-OUVERTS                        PIC 9(05) VALUE 0.
       01 WS-CODE-COURANT                      PIC X(10).

      *    Zones d'edition
       01 WS-AGE-AFF                           PIC ZZZ9.
       01 WS-QTE-AFF                           PIC Z(04)9.
       01 WS-VALEUR-AFF                        PIC Z(07)9.99.
       01 WS-TOTAL-AFF                         PIC Z(09)9.99.
       01 WS-MOTIF-LIBELLE                     PIC X(10).
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "RETOUR-FOURN".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "retours-ouverts.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "RETOUR-FRN".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

      *    Date et heure systeme pour l'horodatage du mouvement
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

       DISPLAY "1. Creer un retour fournisseur".
       DISPLAY "2. Enregistrer l'avoir d'un retour".
       DISPLAY "3. Retours ouverts par fournisseur".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX-MODE.

       PERFORM CHARGER-RETOURS.
       EVALUATE WS-CHOIX-MODE
           WHEN 1
               PERFORM CREER-RETOUR
                   THRU CREER-RETOUR-FIN
           WHEN 2
               PERFORM ENREGISTRER-AVOIR
                   THRU ENREGISTRER-AVOIR-FIN
           WHEN 3
               PERFORM LISTER-RETOURS-OUVERTS
                   THRU LISTER-RETOURS-OUVERTS-FIN
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.
       IF WS-A-REECRIRE = "O"
           PERFORM REECRIRE-RETOURS
               THRU REECRIRE-RETOURS-FIN
       END-IF.

       MOVE WS-NB-RET TO WS-NB-LUES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge retours-fournisseurs.txt dans WS-RET et retient le
      *    dernier numero attribue
       CHARGER-RETOURS.
           OPEN INPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                   READ RETOURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-RET < WS-RET-CAPACITE
                               ADD 1 TO WS-NB-RET
                               MOVE F-RETOUR TO WS-RET(WS-NB-RET)
                               IF F-RET-NUMERO > WS-DERNIER-NUMERO
                                   MOVE F-RET-NUMERO
                                       TO WS-DERNIER-NUMERO
                               END-IF
                           ELSE
                               MOVE "O" TO WS-TROP-RETOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETOURS-FICHIER
           END-IF.
           IF WS-TROP-RETOURS = "O"
               DISPLAY "** Attention : retours-fournisseurs.txt "
                       "contient plus de " WS-RET-CAPACITE
                       " lignes, les lignes en exces sont ignorees **"
           END-IF.

      *    Creation d'un retour : commande d'origine (qui donne le
      *    fournisseur), article, quantite et motif, puis sortie du
      *    stock sous le verrou du maitre
       CREER-RETOUR.
           IF WS-NB-RET NOT < WS-RET-CAPACITE
               DISPLAY "Table des retours pleine : retour refuse."
               GO TO CREER-RETOUR-FIN
           END-IF.
           DISPLAY "Commande d'origine (0 si inconnue) : ".
           ACCEPT WS-SAI-COMMANDE.
           DISPLAY "Article retourne : ".
           ACCEPT WS-SAI-ARTICLE.
           MOVE FUNCTION UPPER-CASE(WS-SAI-ARTICLE) TO WS-SAI-ARTICLE.
           MOVE SPACES TO WS-SAI-FOURNISSEUR.
           IF WS-SAI-COMMANDE NOT = 0
               PERFORM CHERCHER-COMMANDE
                   THRU CHERCHER-COMMANDE-FIN
               IF WS-CDE-TROUVEE = "N"
                   DISPLAY "** Commande " WS-SAI-COMMANDE
                           " inconnue pour cet article **"
               END-IF
           END-IF.
           IF WS-SAI-FOURNISSEUR = SPACES
               DISPLAY "Code fournisseur : "
               ACCEPT WS-SAI-FOURNISSEUR
               MOVE FUNCTION UPPER-CASE(WS-SAI-FOURNISSEUR)
                   TO WS-SAI-FOURNISSEUR
           END-IF.
           DISPLAY "Quantite retournee : ".
           ACCEPT WS-SAI-QTE.
           IF WS-SAI-QTE = 0
               DISPLAY "Quantite nulle : retour abandonne."
               GO TO CREER-RETOUR-FIN
           END-IF.
           DISPLAY "Motif (D=endommage, E=excedent, N=non conforme, "
                   "A=autre) : ".
           ACCEPT WS-SAI-MOTIF.
           MOVE FUNCTION UPPER-CASE(WS-SAI-MOTIF) TO WS-SAI-MOTIF.
           IF WS-SAI-MOTIF NOT = "D" AND "E" AND "N"
               MOVE "A" TO WS-SAI-MOTIF
           END-IF.

      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "RETOUR-FRN" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "RETOUR-FRN" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO CREER-RETOUR-FIN
           END-IF.
           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
           ELSE
               PERFORM APPLIQUER-RETOUR
                   THRU APPLIQUER-RETOUR-FIN
               IF WS-APPLIQUE = "O"
                   PERFORM AJOUTER-RETOUR
               ELSE
                   ADD 1 TO WS-NB-REJETEES-JRN
                   DISPLAY "** " FUNCTION TRIM(WS-MOTIF-REJET)
                           " : " WS-SAI-ARTICLE " **"
               END-IF
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
       CREER-RETOUR-FIN.
           EXIT.

      *    Cherche la ligne WS-SAI-COMMANDE / WS-SAI-ARTICLE dans le
      *    carnet et en reprend le fournisseur
       CHERCHER-COMMANDE.
           MOVE "N" TO WS-CDE-TROUVEE.
           OPEN INPUT CDE-OUVERTES-FICHIER.
           IF WS-CDE-OUVERTES-STATUS NOT = "00"
               GO TO CHERCHER-COMMANDE-FIN
           END-IF.
           PERFORM UNTIL WS-CDE-OUVERTES-STATUS NOT = "00"
                   OR WS-CDE-TROUVEE = "O"
               READ CDE-OUVERTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-CDE-NUMERO = WS-SAI-COMMANDE
                          AND F-CDE-ARTICLE = WS-SAI-ARTICLE
                           MOVE "O" TO WS-CDE-TROUVEE
                           MOVE F-CDE-FOURNISSEUR
                               TO WS-SAI-FOURNISSEUR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CDE-OUVERTES-FICHIER.
       CHERCHER-COMMANDE-FIN.
           EXIT.

      *    Sort la quantite retournee du stock, avec les garde-fous
      *    de AJUSTE-STOCK (stock jamais negatif, rayon borne au
      *    stock), puis journalise le mouvement (motif RETOUR) et
      *    sort la quantite des lots de l'article
       APPLIQUER-RETOUR.
           MOVE "N" TO WS-APPLIQUE.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE "N" TO WS-TROUVE.
           MOVE WS-SAI-ARTICLE TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
           END-READ.
           IF WS-TROUVE = "N"
               MOVE "Article inconnu" TO WS-MOTIF-REJET
               GO TO APPLIQUER-RETOUR-FIN
           END-IF.
           MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT.
           COMPUTE WS-VARIATION = 0 - WS-SAI-QTE.
           COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE + WS-VARIATION.
           IF WS-NOUVEAU-STOCK < 0
               MOVE "Stock insuffisant" TO WS-MOTIF-REJET
               GO TO APPLIQUER-RETOUR-FIN
           END-IF.
           MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE.
      *    La marchandise retournee attend en reserve : le rayon
      *    n'est touche que s'il depasse le nouveau stock total
           IF F-RAYON-ARTICLE IS NOT NUMERIC
               MOVE 0 TO F-RAYON-ARTICLE
           END-IF.
           IF F-RAYON-ARTICLE > F-STOCK-ARTICLE
               MOVE F-STOCK-ARTICLE TO F-RAYON-ARTICLE
           END-IF.
           MOVE F-PRIX-ARTICLE TO WS-COUT-RETENU.
           IF F-COUT-ARTICLE IS NUMERIC
              AND F-COUT-ARTICLE > 0
               MOVE F-COUT-ARTICLE TO WS-COUT-RETENU
           END-IF.
           REWRITE F-ARTICLE
               INVALID KEY
                   MOVE "Reecriture impossible" TO WS-MOTIF-REJET
               NOT INVALID KEY
                   MOVE "O" TO WS-APPLIQUE
                   PERFORM JOURNALISER-MOUVEMENT
                   PERFORM CONSOMMER-LOTS
                       THRU CONSOMMER-LOTS-FIN
           END-REWRITE.
       APPLIQUER-RETOUR-FIN.
           EXIT.

      *    Consomme la quantite retournee sur les lots de l'article :
      *    les lots bloques par un rappel d'abord (c'est d'ordinaire
      *    eux qui repartent chez le fournisseur), puis les lots
      *    libres, au plus proche perime dans chaque passe ; lots.txt
      *    est reecrit sans les lots epuises. Un article sans lot
      *    n'est simplement pas suivi
       CONSOMMER-LOTS.
           COMPUTE WS-NUMERO-RETOUR = WS-DERNIER-NUMERO + 1.
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
                       "jour pour ce retour **"
               GO TO CONSOMMER-LOTS-FIN
           END-IF.

           MOVE WS-SAI-QTE TO WS-RESTE-A-CONSOMMER.
           MOVE "B" TO WS-PASSE-LOTS.
           PERFORM SERVIR-LOTS.
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
      *    F-LJ-SIGNE, F-LJ-LOT et F-LJ-QTE, sous le motif RETOUR et
      *    le numero du retour
       JOURNALISER-LOT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE WS-DATE-SYS      TO F-LJ-DATE.
           MOVE F-NOM-ARTICLE    TO F-LJ-ARTICLE.
           MOVE "RETOUR"         TO F-LJ-MOTIF.
           MOVE WS-NUMERO-RETOUR TO F-LJ-REFERENCE.
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

      *    Ajoute le retour applique a la table, ouvert, valorise au
      *    cout d'achat moyen de l'article
       AJOUTER-RETOUR.
           ADD 1 TO WS-DERNIER-NUMERO.
           ADD 1 TO WS-NB-RET.
           MOVE WS-DERNIER-NUMERO  TO WS-RET-NUMERO(WS-NB-RET).
           MOVE WS-DATE-SYS        TO WS-RET-DATE(WS-NB-RET).
           MOVE WS-SAI-FOURNISSEUR TO WS-RET-FOURNISSEUR(WS-NB-RET).
           MOVE WS-SAI-ARTICLE     TO WS-RET-ARTICLE(WS-NB-RET).
           MOVE WS-SAI-QTE         TO WS-RET-QTE(WS-NB-RET).
           MOVE WS-SAI-MOTIF       TO WS-RET-MOTIF(WS-NB-RET).
           MOVE WS-SAI-COMMANDE    TO WS-RET-COMMANDE(WS-NB-RET).
           COMPUTE WS-RET-VALEUR(WS-NB-RET) =
                   WS-SAI-QTE * WS-COUT-RETENU.
           MOVE "O"                TO WS-RET-ETAT(WS-NB-RET).
           MOVE SPACES             TO WS-RET-AVOIR-NUMERO(WS-NB-RET).
           MOVE 0                  TO WS-RET-AVOIR-DATE(WS-NB-RET).
           MOVE 0                  TO WS-RET-AVOIR-MONTANT(WS-NB-RET).
           MOVE "O" TO WS-A-REECRIRE.
           ADD 1 TO WS-NB-ECRITES-JRN.
           MOVE WS-RET-VALEUR(WS-NB-RET) TO WS-VALEUR-AFF.
           DISPLAY "Retour " WS-DERNIER-NUMERO " enregistre, avoir "
                   "attendu de " WS-SAI-FOURNISSEUR " : "
                   WS-VALEUR-AFF.

      *    Enregistre l'avoir recu du fournisseur contre un retour
      *    ouvert, qui passe alors a l'etat S (solde)
       ENREGISTRER-AVOIR.
           DISPLAY "Numero du retour : ".
           ACCEPT WS-SAI-NUMERO.
           MOVE 0 TO WS-IDX-RET-TROUVE.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-NB-RET
                   OR WS-IDX-RET-TROUVE NOT = 0
               IF WS-RET-NUMERO(WS-IDX-RET) = WS-SAI-NUMERO
                   MOVE WS-IDX-RET TO WS-IDX-RET-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-RET-TROUVE = 0
               DISPLAY "Retour inconnu : " WS-SAI-NUMERO
               GO TO ENREGISTRER-AVOIR-FIN
           END-IF.
           IF WS-RET-ETAT(WS-IDX-RET-TROUVE) NOT = "O"
               DISPLAY "Retour deja solde par l'avoir "
                       WS-RET-AVOIR-NUMERO(WS-IDX-RET-TROUVE)
               GO TO ENREGISTRER-AVOIR-FIN
           END-IF.
           MOVE WS-RET-VALEUR(WS-IDX-RET-TROUVE) TO WS-VALEUR-AFF.
           DISPLAY "Retour " WS-SAI-NUMERO " "
                   WS-RET-FOURNISSEUR(WS-IDX-RET-TROUVE) " "
                   WS-RET-ARTICLE(WS-IDX-RET-TROUVE)
                   " valeur attendue : " WS-VALEUR-AFF.
           DISPLAY "Numero de l'avoir fournisseur : ".
           ACCEPT WS-SAI-AVOIR.
           MOVE FUNCTION UPPER-CASE(WS-SAI-AVOIR) TO WS-SAI-AVOIR.
           IF WS-SAI-AVOIR = SPACES
               DISPLAY "Numero d'avoir obligatoire."
               GO TO ENREGISTRER-AVOIR-FIN
           END-IF.
           DISPLAY "Montant de l'avoir : ".
           ACCEPT WS-SAI-MONTANT.
           MOVE "S"          TO WS-RET-ETAT(WS-IDX-RET-TROUVE).
           MOVE WS-SAI-AVOIR TO WS-RET-AVOIR-NUMERO(WS-IDX-RET-TROUVE).
           MOVE WS-DATE-SYS  TO WS-RET-AVOIR-DATE(WS-IDX-RET-TROUVE).
           MOVE WS-SAI-MONTANT
               TO WS-RET-AVOIR-MONTANT(WS-IDX-RET-TROUVE).
           MOVE "O" TO WS-A-REECRIRE.
           ADD 1 TO WS-NB-ECRITES-JRN.
           IF WS-SAI-MONTANT < WS-RET-VALEUR(WS-IDX-RET-TROUVE)
               DISPLAY "** Avoir inferieur a la valeur du retour **"
           END-IF.
           DISPLAY "Retour solde.".
       ENREGISTRER-AVOIR-FIN.
           EXIT.

      *    Rapport des retours ouverts, un bloc par fournisseur (a sa
      *    premiere apparition) avec age en jours, valeur et total
       LISTER-RETOURS-OUVERTS.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire retours-ouverts.txt"
               GO TO LISTER-RETOURS-OUVERTS-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "RETOURS FOURNISSEURS EN ATTENTE D'AVOIR AU "
                      DELIMITED BY SIZE
                  WS-DATE-SYS(7:2) "/" WS-DATE-SYS(5:2) "/"
                  WS-DATE-SYS(1:4) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-NB-RET
               IF WS-RET-ETAT(WS-IDX-RET) = "O"
                   MOVE "N" TO WS-DEJA-ECRIT
                   PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                           UNTIL WS-IDX-AUTRE NOT < WS-IDX-RET
                       IF WS-RET-ETAT(WS-IDX-AUTRE) = "O"
                          AND WS-RET-FOURNISSEUR(WS-IDX-AUTRE)
                              = WS-RET-FOURNISSEUR(WS-IDX-RET)
                           MOVE "O" TO WS-DEJA-ECRIT
                       END-IF
                   END-PERFORM
                   IF WS-DEJA-ECRIT = "N"
                       PERFORM ECRIRE-BLOC-FOURNISSEUR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE WS-TOTAL-GENERAL TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "TOTAL DES AVOIRS ATTENDUS : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT.
           MOVE WS-NB-OUVERTS TO WS-NB-ECRITES-JRN.
           DISPLAY "Retours ouverts : " WS-NB-OUVERTS
                   " pour " WS-TOTAL-AFF
                   " (voir retours-ouverts.txt)".
       LISTER-RETOURS-OUVERTS-FIN.
           EXIT.

      *    Bloc d'un fournisseur : ses retours ouverts puis son total
       ECRIRE-BLOC-FOURNISSEUR.
           MOVE WS-RET-FOURNISSEUR(WS-IDX-RET) TO WS-CODE-COURANT.
           MOVE 0 TO WS-TOTAL-FOURN.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "Fournisseur : " DELIMITED BY SIZE
                  WS-CODE-COURANT DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-AUTRE FROM WS-IDX-RET BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-RET
               IF WS-RET-ETAT(WS-IDX-AUTRE) = "O"
                  AND WS-RET-FOURNISSEUR(WS-IDX-AUTRE)
                      = WS-CODE-COURANT
                   PERFORM ECRIRE-LIGNE-RETOUR
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-FOURN TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "   Total du " DELIMITED BY SIZE
                  WS-CODE-COURANT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-TOTAL-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

      *    Ligne d'un retour ouvert (WS-IDX-AUTRE) avec son age
       ECRIRE-LIGNE-RETOUR.
           ADD 1 TO WS-NB-OUVERTS.
           ADD WS-RET-VALEUR(WS-IDX-AUTRE) TO WS-TOTAL-FOURN.
           ADD WS-RET-VALEUR(WS-IDX-AUTRE) TO WS-TOTAL-GENERAL.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE WS-RET-DATE(WS-IDX-AUTRE) TO WS-DU-DATE1.
           MOVE WS-DATE-SYS TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                  WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT < 0
               MOVE 0 TO WS-DU-RESULTAT
           END-IF.
           MOVE WS-DU-RESULTAT TO WS-AGE-AFF.
           MOVE WS-RET-QTE(WS-IDX-AUTRE) TO WS-QTE-AFF.
           MOVE WS-RET-VALEUR(WS-IDX-AUTRE) TO WS-VALEUR-AFF.
           EVALUATE WS-RET-MOTIF(WS-IDX-AUTRE)
               WHEN "D"
                   MOVE "ENDOMMAGE" TO WS-MOTIF-LIBELLE
               WHEN "E"
                   MOVE "EXCEDENT" TO WS-MOTIF-LIBELLE
               WHEN "N"
                   MOVE "NON CONF." TO WS-MOTIF-LIBELLE
               WHEN OTHER
                   MOVE "AUTRE" TO WS-MOTIF-LIBELLE
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "   Retour " DELIMITED BY SIZE
                  WS-RET-NUMERO(WS-IDX-AUTRE) DELIMITED BY SIZE
                  " cde " DELIMITED BY SIZE
                  WS-RET-COMMANDE(WS-IDX-AUTRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RET-ARTICLE(WS-IDX-AUTRE) DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIF-LIBELLE DELIMITED BY SIZE
                  WS-AGE-AFF DELIMITED BY SIZE
                  " j " DELIMITED BY SIZE
                  WS-VALEUR-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

      *    Reecrit retours-fournisseurs.txt depuis la table
       REECRIRE-RETOURS.
      *    Reecrire depuis une table incomplete detruirait les
      *    retours non charges : on laisse le fichier tel quel
           IF WS-TROP-RETOURS = "O"
               DISPLAY "** retours-fournisseurs.txt depasse la "
                       "capacite du programme : fichier laisse "
                       "intact **"
               GO TO REECRIRE-RETOURS-FIN
           END-IF.
           OPEN OUTPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire "
                       "retours-fournisseurs.txt"
           ELSE
               PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                       UNTIL WS-IDX-RET > WS-NB-RET
                   MOVE WS-RET(WS-IDX-RET) TO F-RETOUR
                   WRITE F-RETOUR
               END-PERFORM
               CLOSE RETOURS-FICHIER
           END-IF.
       REECRIRE-RETOURS-FIN.
           EXIT.

      *    Ajoute une ligne aux journaux des mouvements pour le
      *    retour qui vient d'etre applique
       JOURNALISER-MOUVEMENT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-DATE-SYS(1:4)  TO WS-M-ANNEE.
           MOVE WS-DATE-SYS(5:2)  TO WS-M-MOIS.
           MOVE WS-DATE-SYS(7:2)  TO WS-M-JOUR.
           MOVE WS-HEURE-SYS(1:2) TO WS-M-HEURE.
           MOVE WS-HEURE-SYS(3:2) TO WS-M-MINUTE.
           MOVE F-NOM-ARTICLE     TO WS-M-ARTICLE.
           MOVE "-"               TO WS-M-SIGNE.
           MOVE WS-SAI-QTE        TO WS-M-QUANTITE.
           MOVE WS-STOCK-AVANT    TO WS-M-AVANT.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "RETOUR"          TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Retour applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.
