       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTE-CPT.
      * Vente au comptoir a un client : jusqu'ici une vente a un
      * client demandait une sortie AJUSTE-STOCK puis, a part, une
      * saisie dans COMPTES-CLI. Ce programme prend le numero du
      * client dans clients.dat et les articles vendus (nom, code ou
      * code-barres, sous-programme CodeArticle), les chiffre au prix
      * de vente de inventaire.dat et n'accepte une quantite que
      * dans le disponible : stock moins les reservations des autres
      * beneficiaires et moins les lots bloques par un rappel.
      * A la validation, chaque article sort du maitre sous le
      * verrou partage (mouvements.txt, motif VENTE, lots servis au
      * plus proche perime et consignes dans lots-journal.txt), le
      * total est porte au debit du compte (mouvements-clients.txt,
      * motif VTE, et solde de clients.dat), les reservations du
      * client sur les articles vendus sont liberees dans
      * reservations.txt et la facture numerotee (compteur
      * compteur-factures.txt) est ecrite dans facture-NNNNNN.txt.
      * Comme pour un retrait, le debit ne peut depasser le solde
      * du compte.
      * Les totaux de controle d'inventaire.dat et de clients.dat
      * (TotauxMaitre) sont verifies au lancement, un ecart etant
      * signale sans bloquer la vente, et recalcules apres la mise a
      * jour de chaque maitre.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Le debit peut desormais mener le solde sous zero dans la limite
      * du plafond de credit du client (PlafondCredit) ; une vente au-
      * dela est refusee, sauf derogation d'un superviseur tracee dans
      * actions-sensibles.txt (TraceAction), et le solde negatif est
      * reporte tel quel au maitre.
      * Les points de fidelite du client (PointsFidelite) peuvent etre
      * utilises en deduction de l'achat, portes en avoir PTS au compte
      * et detailles sur la facture ; le net debite rapporte des points
      * selon la categorie du client.

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

      *    Maitre indexe des clients ; meme decoupage que Client.cpy
      *    dans Exarcices-debut
           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

      *    Grand livre des comptes clients (jamais reecrit) ; meme
      *    decoupage que F-MOUVEMENT dans gere-comptes-clients.cbl
           SELECT MVT-CLIENTS-FICHIER
               ASSIGN TO "mouvements-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-CLIENTS-STATUS.

           SELECT RESERVATIONS-FICHIER ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

           SELECT LOTS-JOURNAL-FICHIER ASSIGN TO "lots-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-JOURNAL-STATUS.

      *    Prochain numero de facture a attribuer
           SELECT COMPTEUR-FICHIER ASSIGN TO "compteur-factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTEUR-STATUS.

           SELECT FACTURE-FICHIER ASSIGN TO WS-NOM-FACTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  CLIENTS-FICHIER.
       01  F-CLIENT.
           05 F-CLIENT-NUMERO      PIC 9(05).
           05 F-CLIENT-NOM         PIC X(20).
           05 F-CLIENT-TYPE        PIC X(10).
           05 F-CLIENT-BALANCE     PIC S9(6)V99.
           05 F-CLIENT-CATEGORY    PIC X(20).

       FD  MVT-CLIENTS-FICHIER.
       01  F-MOUVEMENT-CLIENT.
           05 F-MCL-CLIENT         PIC 9(05).
           05 F-MCL-DATE           PIC 9(08).
           05 F-MCL-SIGNE          PIC X.
           05 F-MCL-MONTANT        PIC 9(6)V99.
           05 F-MCL-MOTIF          PIC X(03).

      *    Meme decoupage que F-RESERVATION dans gere-reservations.cbl
       FD  RESERVATIONS-FICHIER.
       01  F-RESERVATION.
           05 F-RSV-ARTICLE        PIC X(10).
           05 F-RSV-QTE            PIC 9(05).
           05 F-RSV-BENEFICIAIRE   PIC X(20).
           05 F-RSV-ECHEANCE       PIC 9(08).

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

       FD  COMPTEUR-FICHIER.
       01  F-COMPTEUR.
           05 F-CPT-PROCHAIN       PIC 9(06).

       FD  FACTURE-FICHIER.
       01  LIGNE-FACTURE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-CLIENTS-STATUS                    PIC XX.
       01 WS-MVT-CLIENTS-STATUS                PIC XX.
       01 WS-RESERVATIONS-STATUS               PIC XX.
       01 WS-LOTS-STATUS                       PIC XX.
       01 WS-LOTS-JOURNAL-STATUS               PIC XX.
       01 WS-COMPTEUR-STATUS                   PIC XX.
       01 WS-FACTURE-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Client de la vente
       01 WS-NUMERO-CLIENT                     PIC 9(05).
       01 WS-CLIENT-NOM                        PIC X(20).
       01 WS-CLIENT-NOM-MAJ                    PIC X(20).
       01 WS-CLIENT-CATEGORIE                  PIC X(20).
       01 WS-SOLDE-AVANT                       PIC S9(6)V99.
       01 WS-NOUVEAU-SOLDE                     PIC S9(7)V99.

      *    Plafond de credit du client (sous-programme partage
      *    PlafondCredit) : la vente ne peut mener le solde sous
      *    moins le plafond, sauf derogation d'un superviseur
       01 WS-PLF-ACTION                        PIC X.
       01 WS-PLF-CATEGORIE                     PIC X(20).
       01 WS-PLF-PLAFOND                       PIC 9(6)V99.
       01 WS-PLF-ORIGINE                       PIC X.
       01 WS-PLANCHER                          PIC S9(7)V99.
       01 WS-PLAFOND-AFF                       PIC Z(6)9.99.
       01 WS-PLAFOND-OK                        PIC X.
       01 WS-DEROGER                           PIC X.

      *    Points de fidelite (sous-programme partage PointsFidelite) :
      *    utilisables en deduction de l'achat, gagnes sur le net
       01 WS-PTF-ACTION                        PIC X.
       01 WS-PTF-CATEGORIE                     PIC X(20).
       01 WS-PTF-MONTANT                       PIC 9(6)V99.
       01 WS-PTF-POINTS                        PIC 9(07).
       01 WS-PTF-ORIGINE                       PIC X(03).
       01 WS-POINTS-VENTE                      PIC 9(07) VALUE 0.
       01 WS-REMISE-POINTS                     PIC 9(6)V99 VALUE 0.
       01 WS-POINTS-GAGNES                     PIC 9(07) VALUE 0.
       01 WS-NET-VENTE                         PIC 9(07)V99.
       01 WS-POINTS-AFF                        PIC Z(6)9.

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur) : la
      *    derogation exige un superviseur et les refus partent dans
      *    alertes.txt
       01 WS-OPERATEUR-COURANT                 PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION                        PIC X     VALUE "C".
       01 WS-CNX-RESULTAT                      PIC X.
       01 WS-ROLE-COURANT                      PIC X     EXTERNAL.
       01 WS-ACCES-OK                          PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME                    PIC X(10)
                                               VALUE "VENTE-CPT".
       01 WS-RLG-FICHIER                       PIC X(20).
       01 WS-RLG-STATUT                        PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME                     PIC X(10)
                                               VALUE "VENTE-CPT".
       01 WS-TRC-ACTION                        PIC X(10).
       01 WS-TRC-OBJET                         PIC X(20).
       01 WS-TRC-LIE                           PIC X(03).
       01 WS-TRC-DETAIL                        PIC X(30).

      *    Article designe par son nom, son code ou un code-barres,
      *    resolu par le sous-programme partage CodeArticle
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-NOM-RECHERCHE                     PIC X(10).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "VENTE-CPT".
       01 WS-CA-RESULTAT                       PIC X.
       01 WS-TROUVE                            PIC X.

      *    Lignes de la vente
       01 WS-TABLE-VENTE.
           05 WS-VTE OCCURS 20 TIMES.
              10 WS-VTE-ARTICLE                PIC X(10).
              10 WS-VTE-QTE                    PIC 9(05).
              10 WS-VTE-PRIX                   PIC 9(04)V99.
              10 WS-VTE-MONTANT                PIC 9(07)V99.
      *       A = appliquee au maitre, R = rejetee a la validation
              10 WS-VTE-ETAT                   PIC X.
       01 WS-NB-VTE                            PIC 99 VALUE 0.
       01 WS-IDX-VTE                           PIC 99 VALUE 1.
       01 WS-QTE-SAISIE                        PIC 9(05).
       01 WS-QTE-DEJA-VENDUE                   PIC 9(06).
       01 WS-DISPONIBLE                        PIC S9(07).
       01 WS-TOTAL-VENTE                       PIC 9(07)V99 VALUE 0.
       01 WS-NB-APPLIQUEES                     PIC 99 VALUE 0.
       01 WS-NB-REJETEES                       PIC 99 VALUE 0.
       01 WS-CONFIRMATION                      PIC X.

      *    Reservations : toutes pour le disponible, celles du client
      *    pour la liberation ; la table n'est jamais reecrite si le
      *    fichier a deborde
       01 WS-TABLE-RSV.
           05 WS-RSV OCCURS 100 TIMES.
              10 WS-RSV-ARTICLE                PIC X(10).
              10 WS-RSV-QTE                    PIC 9(05).
              10 WS-RSV-BENEFICIAIRE           PIC X(20).
              10 WS-RSV-ECHEANCE               PIC 9(08).
       01 WS-NB-RSV                            PIC 9(03) VALUE 0.
       01 WS-TROP-RSV                          PIC X VALUE "N".
       01 WS-IDX-RSV                           PIC 9(03) VALUE 1.
       01 WS-QTE-RESERVEE-AUTRES               PIC 9(06).
       01 WS-QTE-A-LIBERER                     PIC 9(05).
       01 WS-NB-RSV-LIBEREES                   PIC 9(03) VALUE 0.
       01 WS-BENEF-MAJ                         PIC X(20).

      *    Lots de l'article vendu, servis au plus proche perime ;
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

      *    Application au maitre, avec les garde-fous de AJUSTE-STOCK
       01 WS-STOCK-AVANT                       PIC 9(05).
       01 WS-NOUVEAU-STOCK                     PIC S9(06).
       01 WS-NOUVEAU-RAYON                     PIC S9(06).

      *    Numero et fichier de la facture
       01 WS-NUMERO-FACTURE                    PIC 9(06) VALUE 1.
       01 WS-NOM-FACTURE                       PIC X(30).

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC ZZZZ9.
       01 WS-PRIX-AFF                          PIC ZZZ9.99.
       01 WS-MONTANT-AFF                       PIC Z(6)9.99.
       01 WS-SOLDE-AFF                         PIC -Z(6)9.99.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ                    PIC 99.
           05 FILLER                            PIC X VALUE "/".
           05 WS-DATE-AFF-MM                    PIC 99.
           05 FILLER                            PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA                  PIC 9(4).
       01 WS-LIGNE-FACTURE                     PIC X(70).

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

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "VENTE-CPT".
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
       01 WS-TOT-MAITRE-CLI          PIC X(20).
       01 WS-TOT-RESULTAT-CLI        PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle des deux maitres : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "VENTE-CPT" TO WS-TOT-QUI.
       MOVE "clients.dat" TO WS-TOT-MAITRE-CLI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE-CLI
                                 WS-TOT-QUI WS-TOT-RESULTAT-CLI.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E" OR WS-TOT-RESULTAT-CLI = "E"
           DISPLAY "Ecart signale au superviseur ; la vente peut "
                   "continuer."
       END-IF.

       DISPLAY "Numero du client : ".
       ACCEPT WS-NUMERO-CLIENT.
       PERFORM LIRE-CLIENT.
       IF WS-TROUVE = "N"
           DISPLAY "Aucun client sous ce numero dans clients.dat."
           GOBACK
       END-IF.
       MOVE WS-SOLDE-AVANT TO WS-SOLDE-AFF.
       DISPLAY "Client : " WS-CLIENT-NOM "  solde " WS-SOLDE-AFF.

       MOVE "C" TO WS-CA-ACTION.
       CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                 WS-CA-QUI WS-NOM-RECHERCHE
                                 WS-CA-RESULTAT.
       PERFORM CHARGER-RESERVATIONS.

       OPEN INPUT FICHIER-INVENTAIRE.
       IF WS-INVENTAIRE-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   WS-INVENTAIRE-STATUS ")"
           GOBACK
       END-IF.
       MOVE "O" TO WS-TROUVE.
       PERFORM UNTIL WS-NB-VTE = 20 OR WS-TROUVE = "F"
           DISPLAY "Article (nom, code ou code-barres ; vide pour "
                   "terminer) : "
           MOVE SPACES TO WS-SAISIE-ARTICLE
           ACCEPT WS-SAISIE-ARTICLE
           IF WS-SAISIE-ARTICLE = SPACES
               MOVE "F" TO WS-TROUVE
           ELSE
               PERFORM SAISIR-LIGNE THRU SAISIR-LIGNE-FIN
           END-IF
       END-PERFORM.
       CLOSE FICHIER-INVENTAIRE.
       IF WS-NB-VTE = 20
           DISPLAY "Vente complete (20 lignes au plus)."
       END-IF.

       IF WS-NB-VTE = 0
           DISPLAY "Aucune ligne ; rien a vendre."
           GOBACK
       END-IF.
       MOVE WS-TOTAL-VENTE TO WS-MONTANT-AFF.
       DISPLAY "Total de la vente : " WS-MONTANT-AFF.
       PERFORM PROPOSER-POINTS THRU PROPOSER-POINTS-FIN.
       COMPUTE WS-NOUVEAU-SOLDE = WS-SOLDE-AVANT - WS-TOTAL-VENTE
                                + WS-REMISE-POINTS.
       PERFORM CONTROLER-PLAFOND THRU CONTROLER-PLAFOND-FIN.
       IF WS-PLAFOND-OK NOT = "O"
           GOBACK
       END-IF.
       DISPLAY "Valider la vente ? (O/N) : ".
       ACCEPT WS-CONFIRMATION.
       MOVE FUNCTION UPPER-CASE(WS-CONFIRMATION) TO WS-CONFIRMATION.
       IF WS-CONFIRMATION NOT = "O"
           DISPLAY "Vente abandonnee."
           GOBACK
       END-IF.

       PERFORM APPLIQUER-VENTE THRU APPLIQUER-VENTE-FIN.

       MOVE WS-NB-VTE TO WS-NB-LUES-JRN.
       MOVE WS-NB-APPLIQUEES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-REJETEES TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Lit le client WS-NUMERO-CLIENT par sa cle dans clients.dat
       LIRE-CLIENT.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT CLIENTS-FICHIER.
           IF WS-CLIENTS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir clients.dat ; lancer "
                       "MIGRE-CLI-IDX d'abord"
           ELSE
               MOVE WS-NUMERO-CLIENT TO F-CLIENT-NUMERO
               READ CLIENTS-FICHIER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
                       MOVE F-CLIENT-NOM TO WS-CLIENT-NOM
                       MOVE F-CLIENT-BALANCE TO WS-SOLDE-AVANT
                       MOVE F-CLIENT-CATEGORY TO WS-CLIENT-CATEGORIE
               END-READ
               CLOSE CLIENTS-FICHIER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CLIENT-NOM)
               TO WS-CLIENT-NOM-MAJ.

      *    Points de fidelite du client proposes en deduction de
      *    l'achat, dans la limite de son solde de points et du total
      *    de la vente ; rien n'est inscrit avant la validation
       PROPOSER-POINTS.
           MOVE 0 TO WS-POINTS-VENTE.
           MOVE 0 TO WS-REMISE-POINTS.
           MOVE "S" TO WS-PTF-ACTION.
           MOVE WS-CLIENT-CATEGORIE TO WS-PTF-CATEGORIE.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-NUMERO-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           IF WS-PTF-POINTS = 0
               GO TO PROPOSER-POINTS-FIN
           END-IF.
           MOVE WS-PTF-POINTS TO WS-POINTS-AFF.
           MOVE WS-PTF-MONTANT TO WS-MONTANT-AFF.
           DISPLAY "Points de fidelite : " WS-POINTS-AFF
                   " (valeur " WS-MONTANT-AFF ")".
           DISPLAY "Points a utiliser sur cet achat (0 = aucun) : ".
           ACCEPT WS-POINTS-VENTE.
           IF WS-POINTS-VENTE = 0
               GO TO PROPOSER-POINTS-FIN
           END-IF.
           IF WS-POINTS-VENTE > WS-PTF-POINTS
               DISPLAY "** Le client n'a que " WS-POINTS-AFF
                       " points ; aucun point utilise **"
               MOVE 0 TO WS-POINTS-VENTE
               GO TO PROPOSER-POINTS-FIN
           END-IF.
           MOVE "V" TO WS-PTF-ACTION.
           MOVE WS-POINTS-VENTE TO WS-PTF-POINTS.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-NUMERO-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           IF WS-PTF-MONTANT > WS-TOTAL-VENTE
               DISPLAY "** Valeur des points au-dela du total de la "
                       "vente ; aucun point utilise **"
               MOVE 0 TO WS-POINTS-VENTE
               GO TO PROPOSER-POINTS-FIN
           END-IF.
           MOVE WS-PTF-MONTANT TO WS-REMISE-POINTS.
           COMPUTE WS-NET-VENTE = WS-TOTAL-VENTE - WS-REMISE-POINTS.
           MOVE WS-NET-VENTE TO WS-MONTANT-AFF.
           DISPLAY "Net a debiter apres points : " WS-MONTANT-AFF.
       PROPOSER-POINTS-FIN.
           EXIT.

      *    Vente menant le solde WS-NOUVEAU-SOLDE sous moins le
      *    plafond de credit : refusee, sauf derogation d'un
      *    superviseur tracee dans actions-sensibles.txt ;
      *    WS-PLAFOND-OK a O si la vente passe
       CONTROLER-PLAFOND.
           MOVE "O" TO WS-PLAFOND-OK.
           MOVE "P" TO WS-PLF-ACTION.
           MOVE WS-CLIENT-CATEGORIE TO WS-PLF-CATEGORIE.
           CALL "PlafondCredit" USING WS-PLF-ACTION WS-NUMERO-CLIENT
                                      WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                      WS-PLF-ORIGINE.
           COMPUTE WS-PLANCHER = 0 - WS-PLF-PLAFOND.
           IF WS-NOUVEAU-SOLDE >= WS-PLANCHER
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           MOVE "N" TO WS-PLAFOND-OK.
           MOVE WS-PLF-PLAFOND TO WS-PLAFOND-AFF.
           MOVE WS-NOUVEAU-SOLDE TO WS-SOLDE-AFF.
           DISPLAY "** Vente au-dela du plafond de credit : plafond "
                   WS-PLAFOND-AFF ", solde apres vente "
                   WS-SOLDE-AFF " **".
           DISPLAY "Deroger au plafond (superviseur) ? (O/N) : ".
           ACCEPT WS-DEROGER.
           MOVE FUNCTION UPPER-CASE(WS-DEROGER) TO WS-DEROGER.
           IF WS-DEROGER NOT = "O"
               DISPLAY "Vente refusee."
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               DISPLAY "Vente refusee."
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           MOVE "O" TO WS-PLAFOND-OK.
           MOVE "DEROGATION" TO WS-TRC-ACTION.
           MOVE SPACES TO WS-TRC-OBJET.
           STRING "client " WS-NUMERO-CLIENT
               DELIMITED BY SIZE INTO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "VTE solde " FUNCTION TRIM(WS-SOLDE-AFF)
                  " plafond " FUNCTION TRIM(WS-PLAFOND-AFF)
               DELIMITED BY SIZE INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
           DISPLAY "Derogation accordee par " WS-OPERATEUR-COURANT.
       CONTROLER-PLAFOND-FIN.
           EXIT.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
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

       CHARGER-RESERVATIONS.
           OPEN INPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS = "00"
               PERFORM UNTIL WS-RESERVATIONS-STATUS NOT = "00"
                   READ RESERVATIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-RSV < 100
                               ADD 1 TO WS-NB-RSV
                               MOVE F-RESERVATION
                                   TO WS-RSV(WS-NB-RSV)
                           ELSE
                               MOVE "O" TO WS-TROP-RSV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS-FICHIER
           END-IF.

      *    Resout l'article saisi, demande la quantite et l'ajoute a
      *    la vente si elle tient dans le disponible
       SAISIR-LIGNE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.
           MOVE WS-NOM-RECHERCHE TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "Aucun article trouve pour : "
                           WS-SAISIE-ARTICLE
                   GO TO SAISIR-LIGNE-FIN
           END-READ.
           IF F-PRIX-ARTICLE IS NOT NUMERIC OR F-PRIX-ARTICLE = 0
               DISPLAY "** " F-NOM-ARTICLE " n'a pas de prix de "
                       "vente ; ligne refusee **"
               GO TO SAISIR-LIGNE-FIN
           END-IF.
           PERFORM CALCULER-DISPONIBLE.
           MOVE F-PRIX-ARTICLE TO WS-PRIX-AFF.
           DISPLAY F-NOM-ARTICLE " prix " WS-PRIX-AFF
                   "  disponible " WS-DISPONIBLE.
           DISPLAY "Quantite : ".
           ACCEPT WS-QTE-SAISIE.
           IF WS-QTE-SAISIE = 0
               GO TO SAISIR-LIGNE-FIN
           END-IF.
           IF WS-QTE-SAISIE > WS-DISPONIBLE
               DISPLAY "** Quantite superieure au disponible ; "
                       "ligne refusee **"
               GO TO SAISIR-LIGNE-FIN
           END-IF.
           ADD 1 TO WS-NB-VTE.
           MOVE F-NOM-ARTICLE  TO WS-VTE-ARTICLE(WS-NB-VTE).
           MOVE WS-QTE-SAISIE  TO WS-VTE-QTE(WS-NB-VTE).
           MOVE F-PRIX-ARTICLE TO WS-VTE-PRIX(WS-NB-VTE).
           COMPUTE WS-VTE-MONTANT(WS-NB-VTE) =
                   WS-QTE-SAISIE * F-PRIX-ARTICLE.
           MOVE SPACE TO WS-VTE-ETAT(WS-NB-VTE).
           ADD WS-VTE-MONTANT(WS-NB-VTE) TO WS-TOTAL-VENTE.
       SAISIR-LIGNE-FIN.
           EXIT.

      *    Disponible de l'article lu : stock, moins les reservations
      *    des autres beneficiaires, moins les lots bloques, moins ce
      *    qui est deja sur la vente
       CALCULER-DISPONIBLE.
           MOVE 0 TO WS-QTE-RESERVEE-AUTRES.
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-NB-RSV
               IF WS-RSV-ARTICLE(WS-IDX-RSV) = F-NOM-ARTICLE
                   MOVE FUNCTION UPPER-CASE
                       (WS-RSV-BENEFICIAIRE(WS-IDX-RSV))
                       TO WS-BENEF-MAJ
                   IF WS-BENEF-MAJ NOT = WS-CLIENT-NOM-MAJ
                       ADD WS-RSV-QTE(WS-IDX-RSV)
                           TO WS-QTE-RESERVEE-AUTRES
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-QTE-DEJA-VENDUE.
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                   UNTIL WS-IDX-VTE > WS-NB-VTE
               IF WS-VTE-ARTICLE(WS-IDX-VTE) = F-NOM-ARTICLE
                   ADD WS-VTE-QTE(WS-IDX-VTE) TO WS-QTE-DEJA-VENDUE
               END-IF
           END-PERFORM.
           PERFORM CALCULER-QTE-BLOQUEE THRU CALCULER-QTE-BLOQUEE-FIN.
           COMPUTE WS-DISPONIBLE = F-STOCK-ARTICLE
                   - WS-QTE-RESERVEE-AUTRES - WS-QTE-BLOQUEE
                   - WS-QTE-DEJA-VENDUE.
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
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

      *    Sortie des articles sous le verrou du maitre, debit du
      *    compte, liberation des reservations et facture
       APPLIQUER-VENTE.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "VENTE-CPT" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
           IF WS-VER-RESULTAT NOT = "O"
               DISPLAY "Vente non enregistree."
               GO TO APPLIQUER-VENTE-FIN
           END-IF.
           OPEN I-O FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
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
               GO TO APPLIQUER-VENTE-FIN
           END-IF.
           PERFORM LIRE-COMPTEUR.
           MOVE 0 TO WS-TOTAL-VENTE.
           PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                   UNTIL WS-IDX-VTE > WS-NB-VTE
               PERFORM SORTIR-ARTICLE THRU SORTIR-ARTICLE-FIN
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.
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
           IF WS-NB-APPLIQUEES = 0
               DISPLAY "** Aucun article n'a pu sortir du stock ; "
                       "vente non enregistree **"
               GO TO APPLIQUER-VENTE-FIN
           END-IF.
           PERFORM ECRIRE-COMPTEUR.
           PERFORM DEBITER-COMPTE.
           PERFORM LIBERER-RESERVATIONS.
           PERFORM ECRIRE-FACTURE.
           DISPLAY "Facture " WS-NUMERO-FACTURE " ecrite dans "
                   FUNCTION TRIM(WS-NOM-FACTURE).
           IF WS-NB-REJETEES > 0
               DISPLAY "** " WS-NB-REJETEES " ligne(s) non "
                       "facturee(s) : stock modifie entre-temps **"
           END-IF.
       APPLIQUER-VENTE-FIN.
           EXIT.

      *    Sort la ligne WS-IDX-VTE du maitre contre le stock du
      *    moment, avec les garde-fous de AJUSTE-STOCK (stock jamais
      *    negatif ni sous les lots bloques, sortie servie d'abord en
      *    rayon), puis journalise le mouvement et sert les lots
       SORTIR-ARTICLE.
           MOVE "R" TO WS-VTE-ETAT(WS-IDX-VTE).
           MOVE WS-VTE-ARTICLE(WS-IDX-VTE) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   ADD 1 TO WS-NB-REJETEES
                   GO TO SORTIR-ARTICLE-FIN
           END-READ.
           MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT.
           COMPUTE WS-NOUVEAU-STOCK = F-STOCK-ARTICLE
                   - WS-VTE-QTE(WS-IDX-VTE).
           PERFORM CALCULER-QTE-BLOQUEE THRU CALCULER-QTE-BLOQUEE-FIN.
           IF WS-NOUVEAU-STOCK < 0
              OR WS-NOUVEAU-STOCK < WS-QTE-BLOQUEE
               ADD 1 TO WS-NB-REJETEES
               GO TO SORTIR-ARTICLE-FIN
           END-IF.
           MOVE WS-NOUVEAU-STOCK TO F-STOCK-ARTICLE.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
               MOVE 0 TO F-RAYON-ARTICLE
           END-IF.
           COMPUTE WS-NOUVEAU-RAYON = F-RAYON-ARTICLE
                   - WS-VTE-QTE(WS-IDX-VTE).
           IF WS-NOUVEAU-RAYON < 0
               MOVE 0 TO F-RAYON-ARTICLE
           ELSE
               MOVE WS-NOUVEAU-RAYON TO F-RAYON-ARTICLE
           END-IF.
           REWRITE F-ARTICLE
               INVALID KEY
                   ADD 1 TO WS-NB-REJETEES
                   GO TO SORTIR-ARTICLE-FIN
           END-REWRITE.
           MOVE "A" TO WS-VTE-ETAT(WS-IDX-VTE).
           ADD 1 TO WS-NB-APPLIQUEES.
           ADD WS-VTE-MONTANT(WS-IDX-VTE) TO WS-TOTAL-VENTE.
           PERFORM JOURNALISER-SORTIE.
           PERFORM CONSOMMER-LOTS THRU CONSOMMER-LOTS-FIN.
       SORTIR-ARTICLE-FIN.
           EXIT.

      *    Ajoute une ligne aux journaux des mouvements pour la
      *    sortie qui vient d'etre appliquee (motif VENTE)
       JOURNALISER-SORTIE.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-DATE-SYS(1:4)  TO WS-M-ANNEE.
           MOVE WS-DATE-SYS(5:2)  TO WS-M-MOIS.
           MOVE WS-DATE-SYS(7:2)  TO WS-M-JOUR.
           MOVE WS-HEURE-SYS(1:2) TO WS-M-HEURE.
           MOVE WS-HEURE-SYS(3:2) TO WS-M-MINUTE.
           MOVE F-NOM-ARTICLE     TO WS-M-ARTICLE.
           MOVE "-" TO WS-M-SIGNE.
           MOVE WS-VTE-QTE(WS-IDX-VTE) TO WS-M-QUANTITE.
           MOVE WS-STOCK-AVANT    TO WS-M-AVANT.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "VENTE"           TO WS-M-MOTIF.

           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Sortie appliquee mais non journalisee "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.

      *    Consomme la sortie sur les lots libres de l'article, au
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

           MOVE WS-VTE-QTE(WS-IDX-VTE) TO WS-RESTE-A-CONSOMMER.
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
      *    lots-journal.txt, avec le numero de la facture
       JOURNALISER-LOT.
           MOVE WS-DATE-SYS       TO F-LJ-DATE.
           MOVE F-NOM-ARTICLE     TO F-LJ-ARTICLE.
           MOVE WS-LOT-NUMERO(WS-IDX-LOT-MIN) TO F-LJ-LOT.
           MOVE "-"               TO F-LJ-SIGNE.
           MOVE WS-QTE-PRISE      TO F-LJ-QTE.
           MOVE "VENTE"           TO F-LJ-MOTIF.
           MOVE SPACES            TO F-LJ-REFERENCE.
           MOVE WS-NUMERO-FACTURE TO F-LJ-REFERENCE(1:6).
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

      *    Porte le total des lignes sorties au debit du compte :
      *    mouvement VTE dans le grand livre, avoir PTS des points
      *    utilises, puis solde du maitre ; le net rapporte des points
       DEBITER-COMPTE.
           MOVE WS-NUMERO-CLIENT TO F-MCL-CLIENT.
           MOVE WS-DATE-SYS      TO F-MCL-DATE.
           MOVE "-"              TO F-MCL-SIGNE.
           MOVE WS-TOTAL-VENTE   TO F-MCL-MONTANT.
           MOVE "VTE"            TO F-MCL-MOTIF.
           PERFORM ECRIRE-MVT-CLIENT.
           PERFORM UTILISER-POINTS-VENTE.
           COMPUTE WS-NET-VENTE = WS-TOTAL-VENTE - WS-REMISE-POINTS.
           COMPUTE WS-NOUVEAU-SOLDE = WS-SOLDE-AVANT - WS-NET-VENTE.
           OPEN I-O CLIENTS-FICHIER.
           IF WS-CLIENTS-STATUS NOT = "00"
               DISPLAY "** Solde non mis a jour (clients.dat "
                       "inaccessible) ; COMPTES-CLI le reconstruira "
                       "depuis le journal **"
           ELSE
               MOVE WS-NUMERO-CLIENT TO F-CLIENT-NUMERO
               READ CLIENTS-FICHIER
                   INVALID KEY
                       DISPLAY "** Client disparu du maitre : "
                               WS-NUMERO-CLIENT " **"
                   NOT INVALID KEY
      *                Le solde est relu : un autre debit a pu passer
                       COMPUTE WS-NOUVEAU-SOLDE = F-CLIENT-BALANCE
                               - WS-NET-VENTE
                       MOVE WS-NOUVEAU-SOLDE TO F-CLIENT-BALANCE
                       REWRITE F-CLIENT
                           INVALID KEY
                               DISPLAY "** Reecriture impossible : "
                                       WS-NUMERO-CLIENT " **"
                       END-REWRITE
               END-READ
               CLOSE CLIENTS-FICHIER
           END-IF.
      *    Totaux de controle de clients.dat recalcules, sauf ecart
      *    en attente d'examen
           IF WS-TOT-RESULTAT-CLI NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE-CLI
                                         WS-TOT-QUI WS-TOT-RESULTAT-CLI
           END-IF.

           MOVE 0 TO WS-POINTS-GAGNES.
           IF WS-NET-VENTE > 0
               MOVE "G" TO WS-PTF-ACTION
               MOVE WS-CLIENT-CATEGORIE TO WS-PTF-CATEGORIE
               MOVE WS-NET-VENTE TO WS-PTF-MONTANT
               MOVE "VTE" TO WS-PTF-ORIGINE
               CALL "PointsFidelite" USING WS-PTF-ACTION
                                           WS-NUMERO-CLIENT
                                           WS-PTF-CATEGORIE
                                           WS-PTF-MONTANT
                                           WS-PTF-POINTS
                                           WS-PTF-ORIGINE
               MOVE WS-PTF-POINTS TO WS-POINTS-GAGNES
           END-IF.

       ECRIRE-MVT-CLIENT.
           OPEN EXTEND MVT-CLIENTS-FICHIER.
           IF WS-MVT-CLIENTS-STATUS NOT = "00"
               OPEN OUTPUT MVT-CLIENTS-FICHIER
           END-IF.
           IF WS-MVT-CLIENTS-STATUS = "00"
               WRITE F-MOUVEMENT-CLIENT
               CLOSE MVT-CLIENTS-FICHIER
           ELSE
               DISPLAY "** Mouvement " F-MCL-MOTIF " non journalise "
                       "(mouvements-clients.txt inaccessible) **"
           END-IF.

      *    Points retenus a la saisie : inscrits comme utilises et
      *    portes en avoir PTS au compte ; abandonnes si des lignes
      *    rejetees ont ramene le total sous leur valeur
       UTILISER-POINTS-VENTE.
           IF WS-POINTS-VENTE = 0
               MOVE 0 TO WS-REMISE-POINTS
           ELSE
               IF WS-REMISE-POINTS > WS-TOTAL-VENTE
                   DISPLAY "** Total facture sous la valeur des points"
                           " ; aucun point utilise **"
                   MOVE 0 TO WS-POINTS-VENTE
                   MOVE 0 TO WS-REMISE-POINTS
               ELSE
                   MOVE "U" TO WS-PTF-ACTION
                   MOVE WS-CLIENT-CATEGORIE TO WS-PTF-CATEGORIE
                   MOVE WS-POINTS-VENTE TO WS-PTF-POINTS
                   MOVE "VTE" TO WS-PTF-ORIGINE
                   CALL "PointsFidelite" USING WS-PTF-ACTION
                                               WS-NUMERO-CLIENT
                                               WS-PTF-CATEGORIE
                                               WS-PTF-MONTANT
                                               WS-PTF-POINTS
                                               WS-PTF-ORIGINE
                   MOVE WS-PTF-POINTS TO WS-POINTS-VENTE
                   MOVE WS-PTF-MONTANT TO WS-REMISE-POINTS
                   IF WS-POINTS-VENTE = 0
                       DISPLAY "** Points non utilises **"
                   ELSE
                       MOVE WS-NUMERO-CLIENT TO F-MCL-CLIENT
                       MOVE WS-DATE-SYS      TO F-MCL-DATE
                       MOVE "+"              TO F-MCL-SIGNE
                       MOVE WS-REMISE-POINTS TO F-MCL-MONTANT
                       MOVE "PTS"            TO F-MCL-MOTIF
                       PERFORM ECRIRE-MVT-CLIENT
                   END-IF
               END-IF
           END-IF.

      *    Libere, sur chaque article sorti, les reservations posees
      *    au nom du client, a concurrence de la quantite vendue
       LIBERER-RESERVATIONS.
           IF WS-TROP-RSV = "O"
               DISPLAY "** reservations.txt depasse 100 lignes : "
                       "reservations a liberer par GERE-RESERV **"
           ELSE
               MOVE 0 TO WS-NB-RSV-LIBEREES
               PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                       UNTIL WS-IDX-VTE > WS-NB-VTE
                   IF WS-VTE-ETAT(WS-IDX-VTE) = "A"
                       MOVE WS-VTE-QTE(WS-IDX-VTE)
                           TO WS-QTE-A-LIBERER
                       PERFORM LIBERER-UN-ARTICLE
                   END-IF
               END-PERFORM
               IF WS-NB-RSV-LIBEREES > 0
                   PERFORM REECRIRE-RESERVATIONS
               END-IF
           END-IF.

       LIBERER-UN-ARTICLE.
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-NB-RSV
                   OR WS-QTE-A-LIBERER = 0
               MOVE FUNCTION UPPER-CASE
                   (WS-RSV-BENEFICIAIRE(WS-IDX-RSV)) TO WS-BENEF-MAJ
               IF WS-RSV-ARTICLE(WS-IDX-RSV) =
                       WS-VTE-ARTICLE(WS-IDX-VTE)
                  AND WS-BENEF-MAJ = WS-CLIENT-NOM-MAJ
                  AND WS-RSV-QTE(WS-IDX-RSV) > 0
                   ADD 1 TO WS-NB-RSV-LIBEREES
                   IF WS-RSV-QTE(WS-IDX-RSV) > WS-QTE-A-LIBERER
                       SUBTRACT WS-QTE-A-LIBERER
                           FROM WS-RSV-QTE(WS-IDX-RSV)
                       MOVE 0 TO WS-QTE-A-LIBERER
                   ELSE
                       SUBTRACT WS-RSV-QTE(WS-IDX-RSV)
                           FROM WS-QTE-A-LIBERER
                       MOVE 0 TO WS-RSV-QTE(WS-IDX-RSV)
                   END-IF
               END-IF
           END-PERFORM.

      *    Reecrit reservations.txt sans les reservations soldees
       REECRIRE-RESERVATIONS.
           OPEN OUTPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire reservations.txt"
           ELSE
               PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                       UNTIL WS-IDX-RSV > WS-NB-RSV
                   IF WS-RSV-QTE(WS-IDX-RSV) > 0
                       MOVE WS-RSV(WS-IDX-RSV) TO F-RESERVATION
                       WRITE F-RESERVATION
                   END-IF
               END-PERFORM
               CLOSE RESERVATIONS-FICHIER
               DISPLAY "Reservations du client liberees : "
                       WS-NB-RSV-LIBEREES
           END-IF.

      *    Facture numerotee du client : lignes sorties du stock,
      *    total debite et solde restant du compte
       ECRIRE-FACTURE.
           MOVE SPACES TO WS-NOM-FACTURE.
           STRING "facture-" DELIMITED BY SIZE
                  WS-NUMERO-FACTURE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FACTURE.
           OPEN OUTPUT FACTURE-FICHIER.
           IF WS-FACTURE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                       FUNCTION TRIM(WS-NOM-FACTURE)
           ELSE
               MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA
               MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM
               MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ
               MOVE SPACES TO WS-LIGNE-FACTURE
               STRING "FACTURE N. " DELIMITED BY SIZE
                      WS-NUMERO-FACTURE DELIMITED BY SIZE
                      "   du " DELIMITED BY SIZE
                      WS-DATE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               STRING "Client " DELIMITED BY SIZE
                      WS-NUMERO-CLIENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CLIENT-NOM DELIMITED BY SIZE
                   INTO WS-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               MOVE "ARTICLE      QTE  PRIX UNIT.      MONTANT"
                   TO WS-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               PERFORM VARYING WS-IDX-VTE FROM 1 BY 1
                       UNTIL WS-IDX-VTE > WS-NB-VTE
                   IF WS-VTE-ETAT(WS-IDX-VTE) = "A"
                       MOVE WS-VTE-QTE(WS-IDX-VTE) TO WS-QTE-AFF
                       MOVE WS-VTE-PRIX(WS-IDX-VTE) TO WS-PRIX-AFF
                       MOVE WS-VTE-MONTANT(WS-IDX-VTE)
                           TO WS-MONTANT-AFF
                       STRING WS-VTE-ARTICLE(WS-IDX-VTE)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-QTE-AFF DELIMITED BY SIZE
                              "      " DELIMITED BY SIZE
                              WS-PRIX-AFF DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              WS-MONTANT-AFF DELIMITED BY SIZE
                           INTO WS-LIGNE-FACTURE
                       PERFORM ECRIRE-LIGNE-FACTURE
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-LIGNE-FACTURE
               MOVE WS-TOTAL-VENTE TO WS-MONTANT-AFF
               IF WS-REMISE-POINTS > 0
                   STRING "TOTAL DE LA VENTE               "
                              DELIMITED BY SIZE
                          WS-MONTANT-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-FACTURE
                   PERFORM ECRIRE-LIGNE-FACTURE
                   MOVE WS-POINTS-VENTE TO WS-POINTS-AFF
                   MOVE WS-REMISE-POINTS TO WS-MONTANT-AFF
                   STRING "Points de fidelite " DELIMITED BY SIZE
                          WS-POINTS-AFF DELIMITED BY SIZE
                          "      -" DELIMITED BY SIZE
                          WS-MONTANT-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-FACTURE
                   PERFORM ECRIRE-LIGNE-FACTURE
                   MOVE WS-NET-VENTE TO WS-MONTANT-AFF
               END-IF
               STRING "TOTAL DEBITE AU COMPTE          "
                          DELIMITED BY SIZE
                      WS-MONTANT-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               MOVE WS-NOUVEAU-SOLDE TO WS-SOLDE-AFF
               STRING "Solde restant du compte         "
                          DELIMITED BY SIZE
                      WS-SOLDE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-FACTURE
               PERFORM ECRIRE-LIGNE-FACTURE
               IF WS-POINTS-GAGNES > 0
                   MOVE WS-POINTS-GAGNES TO WS-POINTS-AFF
                   STRING "Points de fidelite gagnes       "
                              DELIMITED BY SIZE
                          WS-POINTS-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-FACTURE
                   PERFORM ECRIRE-LIGNE-FACTURE
               END-IF
               CLOSE FACTURE-FICHIER
           END-IF.

       ECRIRE-LIGNE-FACTURE.
           MOVE WS-LIGNE-FACTURE TO LIGNE-FACTURE.
           WRITE LIGNE-FACTURE.
           MOVE SPACES TO WS-LIGNE-FACTURE.

      *    Reprend le prochain numero de facture dans
      *    compteur-factures.txt ; l'absence du fichier (premiere
      *    vente) fait repartir la numerotation a 1
       LIRE-COMPTEUR.
           OPEN INPUT COMPTEUR-FICHIER.
           IF WS-COMPTEUR-STATUS = "00"
               READ COMPTEUR-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-CPT-PROCHAIN IS NUMERIC
                           MOVE F-CPT-PROCHAIN TO WS-NUMERO-FACTURE
                       END-IF
               END-READ
               CLOSE COMPTEUR-FICHIER
           END-IF.

      *    Reecrit le compteur avec le prochain numero libre
       ECRIRE-COMPTEUR.
           OPEN OUTPUT COMPTEUR-FICHIER.
           IF WS-COMPTEUR-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire compteur-factures.txt"
           ELSE
               COMPUTE F-CPT-PROCHAIN = WS-NUMERO-FACTURE + 1
               WRITE F-COMPTEUR
               CLOSE COMPTEUR-FICHIER
           END-IF.
