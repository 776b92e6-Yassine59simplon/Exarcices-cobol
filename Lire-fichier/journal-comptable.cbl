       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-CPTA.
      * Export du journal comptable du jour pour le comptable : les
      * evenements d'une date (par defaut aujourd'hui) sont passes en
      * ecritures a partie double dans journal-comptable-AAAAMMJJ.txt
      * (EcritureComptable.cpy : date, piece, compte, sens D/C,
      * montant, evenement, source, reference, libelle).
      * Sources lues :
      *  - le journal des mouvements de stock mouvements.dat, par
      *    motif (LIVRAISON, CASSE, PERIME, VOL, CORRECTION, VENTE,
      *    PIZZA, RETOUR...) ; la quantite est valorisee au cout
      *    d'achat moyen F-COUT-ARTICLE d'inventaire.dat (au prix de
      *    vente si le cout est nul) et la reference porte l'article,
      *    l'heure, le numero d'ordre et le fournisseur ;
      *  - les mouvements des comptes clients mouvements-clients.txt
      *    (evenements CLI-DEP depot, CLI-RET retrait, CLI-VTE vente
      *    au comptoir debitee, CLI-REP reprise de solde, CLI-PTS
      *    avoir de points de fidelite) ;
      *  - les reglements des convives reglements.txt (evenement
      *    REGLEMENT).
      * Les comptes viennent de la table comptes-comptables.txt, une
      * ligne par evenement, entretenue a la main par le comptable :
      *    colonnes  1-10 evenement (motif, CLI-xxx ou REGLEMENT)
      *    colonne     11 signe du mouvement decrit (+, - ou blanc)
      *    colonnes 12-19 compte debite
      *    colonnes 20-27 compte credite
      *    colonnes 28-57 libelle
      * Un mouvement de signe contraire a celui de la ligne inverse
      * debit et credit (ainsi une CORRECTION en plus et une en
      * moins se passent avec la meme ligne). Une ligne aux deux
      * comptes a blanc ecarte volontairement l'evenement (TRANSFERT,
      * FABRICATIO : le stock ne fait que changer de place ou de
      * forme). Un evenement sans ligne, un article introuvable au
      * maitre ou un journal dont les debits n'egalent pas les
      * credits font echouer l'execution : rien n'est ecrit, une
      * alerte JC est consignee via AlerteLog et le code retour
      * vaut 8.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete l'export (code retour
      * 8).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Le journal d'une date d'un mois clos du grand livre des clients
      * lit ses mouvements clients dans l'archive du mois (MoisClos) ;
      * l'a-nouveau de cloture (motif OUV) n'est pas passe en ecriture.

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

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

      *    Le journal courant, ou l'archive du mois clos qui porte
      *    la date du journal (MoisClos)
           SELECT MVT-CLIENTS-FICHIER
               ASSIGN TO WS-NOM-MVT-CLIENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-CLIENTS-STATUS.

           SELECT REGLEMENTS-FICHIER ASSIGN TO "reglements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLEMENTS-STATUS.

           SELECT COMPTES-FICHIER ASSIGN TO "comptes-comptables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTES-STATUS.

      *    Journal du jour, cree par cette execution
           SELECT JOURNAL-FICHIER ASSIGN TO WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

      *    Meme decoupage que F-MOUVEMENT dans gere-comptes-clients.cbl
       FD  MVT-CLIENTS-FICHIER.
       01  F-MVT-CLIENT.
           05 F-MCL-CLIENT         PIC 9(05).
           05 F-MCL-DATE           PIC 9(08).
           05 F-MCL-SIGNE          PIC X.
           05 F-MCL-MONTANT        PIC 9(6)V99.
           05 F-MCL-MOTIF          PIC X(03).

      *    Meme decoupage que F-REGLEMENT dans reglements.cbl
       FD  REGLEMENTS-FICHIER.
       01  F-REGLEMENT.
           05 F-RGL-NUMERO       PIC 9(04).
           05 F-RGL-CONVIVE      PIC X(20).
           05 F-RGL-MONTANT      PIC 9(5)V99.
           05 F-RGL-DATE         PIC 9(08).

      *    Table des comptes : decoupage decrit en tete de programme
       FD  COMPTES-FICHIER.
       01  F-COMPTE.
           05 F-CPT-EVENEMENT    PIC X(10).
           05 F-CPT-SIGNE        PIC X.
           05 F-CPT-DEBIT        PIC X(08).
           05 F-CPT-CREDIT       PIC X(08).
           05 F-CPT-LIBELLE      PIC X(30).

       FD  JOURNAL-FICHIER.
           COPY "EcritureComptable.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-MVT-CLIENTS-STATUS                PIC XX.
       01 WS-NOM-MVT-CLIENTS                   PIC X(30).
       01 WS-MCL-CLOS                          PIC X.
       01 WS-REGLEMENTS-STATUS                 PIC XX.
       01 WS-COMPTES-STATUS                    PIC XX.
       01 WS-JOURNAL-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Date du journal (AAAAMMJJ), saisie ou date du jour, et nom
      *    du fichier exporte
       01 WS-DATE-JOURNAL                      PIC 9(08) VALUE 0.
       01 WS-NOM-JOURNAL                       PIC X(40).

      *    Table des comptes chargee depuis comptes-comptables.txt
       01 WS-TABLE-CPT.
           05 WS-CPT OCCURS 50 TIMES.
              10 WS-CPT-EVENEMENT              PIC X(10).
              10 WS-CPT-SIGNE                  PIC X.
              10 WS-CPT-DEBIT                  PIC X(08).
              10 WS-CPT-CREDIT                 PIC X(08).
              10 WS-CPT-LIBELLE                PIC X(30).
       77 WS-CPT-CAPACITE                      PIC 9(03) VALUE 50.
       01 WS-NB-CPT                            PIC 9(03) VALUE 0.
       01 WS-IDX-CPT                           PIC 9(03) VALUE 1.
       01 WS-IDX-CPT-TROUVE                    PIC 9(03) VALUE 0.

      *    Lignes du journal, construites en memoire et ecrites
      *    seulement si le journal est equilibre et sans anomalie
       01 WS-TABLE-LIG.
           05 WS-LIG OCCURS 1000 TIMES.
              10 WS-LIG-PIECE                  PIC 9(05).
              10 WS-LIG-COMPTE                 PIC X(08).
              10 WS-LIG-SENS                   PIC X.
              10 WS-LIG-MONTANT                PIC 9(09)V99.
              10 WS-LIG-EVENEMENT              PIC X(10).
              10 WS-LIG-SOURCE                 PIC X(03).
              10 WS-LIG-REFERENCE              PIC X(40).
              10 WS-LIG-LIBELLE                PIC X(30).
       77 WS-LIG-CAPACITE                      PIC 9(04) VALUE 1000.
       01 WS-NB-LIG                            PIC 9(04) VALUE 0.
       01 WS-IDX-LIG                           PIC 9(04) VALUE 1.

      *    Evenement en cours de comptabilisation
       01 WS-EVENEMENT                         PIC X(10).
       01 WS-SIGNE-EVT                         PIC X.
       01 WS-SOURCE                            PIC X(03).
       01 WS-REFERENCE                         PIC X(40).
       01 WS-MONTANT                           PIC 9(09)V99.
       01 WS-COUT-RETENU                       PIC 9(04)V99.
       01 WS-COMPTE-DEBIT                      PIC X(08).
       01 WS-COMPTE-CREDIT                     PIC X(08).
       01 WS-NUM-PIECE                         PIC 9(05) VALUE 0.
       01 WS-NUM-LIGNE-SOURCE                  PIC 9(06) VALUE 0.

      *    Totaux et compteurs de l'execution
       01 WS-TOTAL-DEBIT                       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT                      PIC 9(11)V99 VALUE 0.
       01 WS-NB-EVENEMENTS                     PIC 9(05) VALUE 0.
       01 WS-NB-ECARTES                        PIC 9(05) VALUE 0.
       01 WS-NB-ANOMALIES                      PIC 9(05) VALUE 0.
       01 WS-ECHEC                             PIC X VALUE "N".
       01 WS-TOTAL-AFF                         PIC Z(10)9.99.
       77 WS-DATE-SYS                          PIC 9(8).

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "JOURNAL-CP".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "JOURNAL-CP".
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
      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Date du journal (AAAAMMJJ, vide = aujourd'hui) : ".
       ACCEPT WS-DATE-JOURNAL.
       IF WS-DATE-JOURNAL = 0
           MOVE WS-DATE-SYS TO WS-DATE-JOURNAL
       END-IF.
       MOVE SPACES TO WS-NOM-JOURNAL.
       STRING "journal-comptable-" DELIMITED BY SIZE
              WS-DATE-JOURNAL DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
           INTO WS-NOM-JOURNAL.

       PERFORM CHARGER-COMPTES.
       IF WS-ECHEC = "N"
           PERFORM LIRE-MOUVEMENTS-STOCK
           PERFORM LIRE-MOUVEMENTS-CLIENTS
           PERFORM LIRE-REGLEMENTS
       END-IF.

       MOVE WS-TOTAL-DEBIT TO WS-TOTAL-AFF.
       DISPLAY "Total des debits  : " WS-TOTAL-AFF.
       MOVE WS-TOTAL-CREDIT TO WS-TOTAL-AFF.
       DISPLAY "Total des credits : " WS-TOTAL-AFF.
       IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
           DISPLAY "** Journal desequilibre : verifier les lignes "
                   "de comptes-comptables.txt a un seul compte **"
           MOVE "O" TO WS-ECHEC
       END-IF.
       IF WS-NB-ANOMALIES > 0
           DISPLAY "** " WS-NB-ANOMALIES " anomalie(s) : journal "
                   "non exporte **"
           MOVE "O" TO WS-ECHEC
       END-IF.

       IF WS-ECHEC = "N"
           PERFORM ECRIRE-JOURNAL
       END-IF.
       IF WS-ECHEC = "O"
           MOVE "journal-comptable" TO WS-ALR-FICHIER
           MOVE "JC" TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
       END-IF.

       DISPLAY "Evenements lus    : " WS-NB-EVENEMENTS.
       DISPLAY "Evenements ecartes: " WS-NB-ECARTES.
       DISPLAY "Lignes du journal : " WS-NB-LIG.
       MOVE WS-NB-EVENEMENTS TO WS-NB-LUES-JRN.
       IF WS-ECHEC = "N"
           MOVE WS-NB-LIG TO WS-NB-ECRITES-JRN
       END-IF.
       MOVE WS-NB-ANOMALIES TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       IF WS-ECHEC = "O"
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

      *    Charge comptes-comptables.txt ; sans table des comptes, le
      *    journal ne peut pas etre produit
       CHARGER-COMPTES.
           OPEN INPUT COMPTES-FICHIER.
           IF WS-COMPTES-STATUS NOT = "00"
               DISPLAY "** comptes-comptables.txt absent : journal "
                       "impossible **"
               MOVE "O" TO WS-ECHEC
           ELSE
               PERFORM UNTIL WS-COMPTES-STATUS NOT = "00"
                   READ COMPTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CPT < WS-CPT-CAPACITE
                               ADD 1 TO WS-NB-CPT
                               MOVE F-COMPTE TO WS-CPT(WS-NB-CPT)
                           ELSE
                               DISPLAY "** Table des comptes pleine, "
                                       "ligne ignoree : "
                                       F-CPT-EVENEMENT " **"
                               ADD 1 TO WS-NB-ANOMALIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTES-FICHIER
           END-IF.

      *    Recherche la ligne de WS-EVENEMENT dans la table des
      *    comptes (resultat dans WS-IDX-CPT-TROUVE, 0 si absente)
       TROUVER-COMPTE.
           MOVE 0 TO WS-IDX-CPT-TROUVE.
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                   UNTIL WS-IDX-CPT > WS-NB-CPT
                   OR WS-IDX-CPT-TROUVE NOT = 0
               IF WS-CPT-EVENEMENT(WS-IDX-CPT) = WS-EVENEMENT
                   MOVE WS-IDX-CPT TO WS-IDX-CPT-TROUVE
               END-IF
           END-PERFORM.

      *    Parcourt les mouvements de stock de la date, positionne par
      *    START sur la cle date/heure de mouvements.dat
       LIRE-MOUVEMENTS-STOCK.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "mouvements.dat absent : aucun mouvement de "
                       "stock au journal"
           ELSE
               OPEN INPUT FICHIER-INVENTAIRE
               IF WS-INVENTAIRE-STATUS NOT = "00"
                   DISPLAY "** Impossible d'ouvrir inventaire.dat "
                           "(statut " WS-INVENTAIRE-STATUS ") : "
                           "mouvements non valorises **"
                   ADD 1 TO WS-NB-ANOMALIES
               ELSE
                   MOVE WS-DATE-JOURNAL TO F-MVI-D-DATE
                   MOVE 0 TO F-MVI-D-HEURE
                   START MVT-INDEXE-FICHIER
                       KEY IS NOT LESS THAN F-MVI-CLE-DATE
                       INVALID KEY
                           MOVE "F" TO WS-FIN
                   END-START
                   PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
                       READ MVT-INDEXE-FICHIER NEXT RECORD
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-MVI-D-DATE NOT = WS-DATE-JOURNAL
                                   MOVE "10" TO WS-MVT-INDEXE-STATUS
                               ELSE
                                   ADD 1 TO WS-NB-EVENEMENTS
                                   PERFORM COMPTABILISER-MVT
                                      THRU COMPTABILISER-MVT-FIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-INVENTAIRE
               END-IF
               CLOSE MVT-INDEXE-FICHIER
           END-IF.

      *    Passe un mouvement de stock : quantite valorisee au cout
      *    moyen de l'article
       COMPTABILISER-MVT.
           MOVE F-MVI-MOTIF TO WS-EVENEMENT.
           MOVE F-MVI-SIGNE TO WS-SIGNE-EVT.
           MOVE "MVT" TO WS-SOURCE.
           MOVE SPACES TO WS-REFERENCE.
           STRING F-MVI-ARTICLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MVI-HEURE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MVI-ORDRE DELIMITED BY SIZE
               INTO WS-REFERENCE.
           PERFORM TROUVER-COMPTE.
           IF WS-IDX-CPT-TROUVE = 0
               PERFORM SIGNALER-NON-MAPPE
               GO TO COMPTABILISER-MVT-FIN
           END-IF.
           IF WS-CPT-DEBIT(WS-IDX-CPT-TROUVE) = SPACES
              AND WS-CPT-CREDIT(WS-IDX-CPT-TROUVE) = SPACES
               ADD 1 TO WS-NB-ECARTES
               GO TO COMPTABILISER-MVT-FIN
           END-IF.
           MOVE F-MVI-ARTICLE TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "** Article inconnu du maitre, mouvement "
                           "non valorise : " WS-REFERENCE " **"
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO COMPTABILISER-MVT-FIN
           END-READ.
           IF F-COUT-ARTICLE > 0
               MOVE F-COUT-ARTICLE TO WS-COUT-RETENU
           ELSE
               MOVE F-PRIX-ARTICLE TO WS-COUT-RETENU
           END-IF.
           COMPUTE WS-MONTANT = F-MVI-QUANTITE * WS-COUT-RETENU.
           STRING " " DELIMITED BY SIZE
                  F-FOURN-ARTICLE DELIMITED BY SIZE
               INTO WS-REFERENCE(21:11).
           PERFORM AJOUTER-PIECE.
       COMPTABILISER-MVT-FIN.
           EXIT.

      *    Parcourt les mouvements des comptes clients de la date ;
      *    l'absence du fichier n'est pas une erreur. Une date d'un
      *    mois clos se lit dans l'archive du mois (CLOTURE-LIV) ;
      *    l'a-nouveau de cloture (OUV) ne fait que reprendre un
      *    solde deja comptabilise et n'est pas passe
       LIRE-MOUVEMENTS-CLIENTS.
           MOVE 0 TO WS-NUM-LIGNE-SOURCE.
           CALL "MoisClos" USING WS-DATE-JOURNAL WS-NOM-MVT-CLIENTS
                                 WS-MCL-CLOS.
           IF WS-MCL-CLOS NOT = "O"
               MOVE "mouvements-clients.txt" TO WS-NOM-MVT-CLIENTS
           END-IF.
           OPEN INPUT MVT-CLIENTS-FICHIER.
           IF WS-MVT-CLIENTS-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-NOM-MVT-CLIENTS)
                       " absent : aucun mouvement client au journal"
           ELSE
               PERFORM UNTIL WS-MVT-CLIENTS-STATUS NOT = "00"
                   READ MVT-CLIENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NUM-LIGNE-SOURCE
                           IF F-MCL-DATE = WS-DATE-JOURNAL
                              AND F-MCL-MOTIF NOT = "OUV"
                               ADD 1 TO WS-NB-EVENEMENTS
                               PERFORM COMPTABILISER-CLIENT
                                  THRU COMPTABILISER-CLIENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-CLIENTS-FICHIER
           END-IF.

      *    Passe un mouvement de compte client (evenement CLI-motif)
       COMPTABILISER-CLIENT.
           MOVE SPACES TO WS-EVENEMENT.
           STRING "CLI-" DELIMITED BY SIZE
                  F-MCL-MOTIF DELIMITED BY SIZE
               INTO WS-EVENEMENT.
           MOVE F-MCL-SIGNE TO WS-SIGNE-EVT.
           MOVE "CLI" TO WS-SOURCE.
           MOVE SPACES TO WS-REFERENCE.
           STRING "client " DELIMITED BY SIZE
                  F-MCL-CLIENT DELIMITED BY SIZE
                  " ligne " DELIMITED BY SIZE
                  WS-NUM-LIGNE-SOURCE DELIMITED BY SIZE
               INTO WS-REFERENCE.
           PERFORM TROUVER-COMPTE.
           IF WS-IDX-CPT-TROUVE = 0
               PERFORM SIGNALER-NON-MAPPE
               GO TO COMPTABILISER-CLIENT-FIN
           END-IF.
           IF WS-CPT-DEBIT(WS-IDX-CPT-TROUVE) = SPACES
              AND WS-CPT-CREDIT(WS-IDX-CPT-TROUVE) = SPACES
               ADD 1 TO WS-NB-ECARTES
               GO TO COMPTABILISER-CLIENT-FIN
           END-IF.
           MOVE F-MCL-MONTANT TO WS-MONTANT.
           PERFORM AJOUTER-PIECE.
       COMPTABILISER-CLIENT-FIN.
           EXIT.

      *    Parcourt les reglements des convives de la date ;
      *    l'absence du fichier n'est pas une erreur
       LIRE-REGLEMENTS.
           OPEN INPUT REGLEMENTS-FICHIER.
           IF WS-REGLEMENTS-STATUS NOT = "00"
               DISPLAY "reglements.txt absent : aucun reglement au "
                       "journal"
           ELSE
               PERFORM UNTIL WS-REGLEMENTS-STATUS NOT = "00"
                   READ REGLEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RGL-DATE = WS-DATE-JOURNAL
                               ADD 1 TO WS-NB-EVENEMENTS
                               PERFORM COMPTABILISER-REGLEMENT
                                  THRU COMPTABILISER-REGLEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS-FICHIER
           END-IF.

      *    Passe un reglement de convive (evenement REGLEMENT)
       COMPTABILISER-REGLEMENT.
           MOVE "REGLEMENT" TO WS-EVENEMENT.
           MOVE SPACE TO WS-SIGNE-EVT.
           MOVE "RGL" TO WS-SOURCE.
           MOVE SPACES TO WS-REFERENCE.
           STRING F-RGL-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-RGL-CONVIVE DELIMITED BY SIZE
               INTO WS-REFERENCE.
           PERFORM TROUVER-COMPTE.
           IF WS-IDX-CPT-TROUVE = 0
               PERFORM SIGNALER-NON-MAPPE
               GO TO COMPTABILISER-REGLEMENT-FIN
           END-IF.
           IF WS-CPT-DEBIT(WS-IDX-CPT-TROUVE) = SPACES
              AND WS-CPT-CREDIT(WS-IDX-CPT-TROUVE) = SPACES
               ADD 1 TO WS-NB-ECARTES
               GO TO COMPTABILISER-REGLEMENT-FIN
           END-IF.
           MOVE F-RGL-MONTANT TO WS-MONTANT.
           PERFORM AJOUTER-PIECE.
       COMPTABILISER-REGLEMENT-FIN.
           EXIT.

      *    Evenement absent de la table des comptes : l'execution
      *    echouera, le comptable doit completer la table
       SIGNALER-NON-MAPPE.
           DISPLAY "** Evenement sans compte dans "
                   "comptes-comptables.txt : " WS-EVENEMENT
                   " (" WS-SOURCE " " WS-REFERENCE ") **".
           ADD 1 TO WS-NB-ANOMALIES.

      *    Ajoute la piece de l'evenement courant : une ligne au
      *    debit et une au credit, comptes inverses quand le signe du
      *    mouvement contredit celui de la table ; un compte a blanc
      *    ne donne pas de ligne (le journal sera desequilibre)
       AJOUTER-PIECE.
           IF WS-MONTANT = 0
               ADD 1 TO WS-NB-ECARTES
           ELSE
               IF WS-CPT-SIGNE(WS-IDX-CPT-TROUVE) NOT = SPACE
                  AND WS-SIGNE-EVT NOT =
                      WS-CPT-SIGNE(WS-IDX-CPT-TROUVE)
                   MOVE WS-CPT-CREDIT(WS-IDX-CPT-TROUVE)
                       TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-DEBIT(WS-IDX-CPT-TROUVE)
                       TO WS-COMPTE-CREDIT
               ELSE
                   MOVE WS-CPT-DEBIT(WS-IDX-CPT-TROUVE)
                       TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-CREDIT(WS-IDX-CPT-TROUVE)
                       TO WS-COMPTE-CREDIT
               END-IF
               IF WS-NB-LIG + 2 > WS-LIG-CAPACITE
                   DISPLAY "** Journal plein (" WS-LIG-CAPACITE
                           " lignes) : " WS-EVENEMENT " "
                           WS-REFERENCE " non passe **"
                   ADD 1 TO WS-NB-ANOMALIES
               ELSE
                   ADD 1 TO WS-NUM-PIECE
                   IF WS-COMPTE-DEBIT NOT = SPACES
                       ADD 1 TO WS-NB-LIG
                       MOVE WS-COMPTE-DEBIT TO WS-LIG-COMPTE(WS-NB-LIG)
                       MOVE "D" TO WS-LIG-SENS(WS-NB-LIG)
                       PERFORM COMPLETER-LIGNE
                       ADD WS-MONTANT TO WS-TOTAL-DEBIT
                   END-IF
                   IF WS-COMPTE-CREDIT NOT = SPACES
                       ADD 1 TO WS-NB-LIG
                       MOVE WS-COMPTE-CREDIT
                           TO WS-LIG-COMPTE(WS-NB-LIG)
                       MOVE "C" TO WS-LIG-SENS(WS-NB-LIG)
                       PERFORM COMPLETER-LIGNE
                       ADD WS-MONTANT TO WS-TOTAL-CREDIT
                   END-IF
               END-IF
           END-IF.

      *    Zones communes aux deux lignes de la piece
       COMPLETER-LIGNE.
           MOVE WS-NUM-PIECE TO WS-LIG-PIECE(WS-NB-LIG).
           MOVE WS-MONTANT TO WS-LIG-MONTANT(WS-NB-LIG).
           MOVE WS-EVENEMENT TO WS-LIG-EVENEMENT(WS-NB-LIG).
           MOVE WS-SOURCE TO WS-LIG-SOURCE(WS-NB-LIG).
           MOVE WS-REFERENCE TO WS-LIG-REFERENCE(WS-NB-LIG).
           MOVE WS-CPT-LIBELLE(WS-IDX-CPT-TROUVE)
               TO WS-LIG-LIBELLE(WS-NB-LIG).

      *    Ecrit le journal equilibre dans journal-comptable-
      *    AAAAMMJJ.txt
       ECRIRE-JOURNAL.
           OPEN OUTPUT JOURNAL-FICHIER.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                       FUNCTION TRIM(WS-NOM-JOURNAL)
               MOVE "O" TO WS-ECHEC
           ELSE
               PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                       UNTIL WS-IDX-LIG > WS-NB-LIG
                   MOVE WS-DATE-JOURNAL TO F-ECR-DATE
                   MOVE WS-LIG-PIECE(WS-IDX-LIG) TO F-ECR-PIECE
                   MOVE WS-LIG-COMPTE(WS-IDX-LIG) TO F-ECR-COMPTE
                   MOVE WS-LIG-SENS(WS-IDX-LIG) TO F-ECR-SENS
                   MOVE WS-LIG-MONTANT(WS-IDX-LIG) TO F-ECR-MONTANT
                   MOVE WS-LIG-EVENEMENT(WS-IDX-LIG)
                       TO F-ECR-EVENEMENT
                   MOVE WS-LIG-SOURCE(WS-IDX-LIG) TO F-ECR-SOURCE
                   MOVE WS-LIG-REFERENCE(WS-IDX-LIG)
                       TO F-ECR-REFERENCE
                   MOVE WS-LIG-LIBELLE(WS-IDX-LIG) TO F-ECR-LIBELLE
                   WRITE F-ECRITURE
               END-PERFORM
               CLOSE JOURNAL-FICHIER
               DISPLAY "Journal ecrit : " FUNCTION TRIM(WS-NOM-JOURNAL)
                       " (" WS-NUM-PIECE " pieces)"
           END-IF.
