      * pour un seul solde (la reclassification aux seuils du jour
      * reste l'affaire de RECLASSE-CLIENTS, et le grand livre des
      * mouvements celle de COMPTES-CLI).
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement, un ecart etant signale sans bloquer la
      * consultation, et recalcules a la sortie.
      * Chaque correction de solde est tracee, ancien et nouveau solde,
      * dans actions-sensibles.txt (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Le solde est signe (decouvert) ; la fiche affiche le plafond de
      * credit du client (PlafondCredit), qu'un superviseur fixe ou
      * remet au defaut de la categorie (choix 4,
      * plafonds-clients.txt), changement trace dans
      * actions-sensibles.txt.
      * La fiche affiche aussi le solde de points de fidelite du client
      * et sa valeur en euros (PointsFidelite).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.
           SELECT PLAFONDS-FICHIER ASSIGN TO "plafonds-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAFONDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".
       FD  PLAFONDS-FICHIER.
           COPY "PlafondClient.cpy".

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
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "CLIENT-MAI".

       01 WS-NUMERO-SAISI            PIC 9(05).
       01 WS-NOM-SAISI               PIC X(20).
       01 WS-BALANCE-SAISIE          PIC S9(6)V99.
       01 WS-BALANCE-AFF             PIC -ZZZZZ9.99.
       01 WS-BALANCE-AVANT           PIC S9(6)V99.
       01 WS-AVANT-AFF               PIC -ZZZZZ9.99.

      *    Plafond de credit du client (sous-programme partage
      *    PlafondCredit) ; un plafond personnalise est ajoute a
      *    plafonds-clients.txt, la derniere ligne du client faisant
      *    foi
       01 WS-PLF-ACTION              PIC X.
       01 WS-PLF-CATEGORIE           PIC X(20).
       01 WS-PLF-PLAFOND             PIC 9(6)V99.
       01 WS-PLF-ORIGINE             PIC X.
       01 WS-PLAFOND-AFF             PIC ZZZZZ9.99.
       01 WS-PLAFOND-AVANT-AFF       PIC ZZZZZ9.99.
       01 WS-PLAFOND-TYPE            PIC X.
       01 WS-PLAFOND-SAISI           PIC 9(6)V99.
       01 WS-PLAFONDS-STATUS         PIC XX.

      *    Points de fidelite du client (sous-programme partage
      *    PointsFidelite), affiches sur la fiche
       01 WS-PTF-ACTION              PIC X.
       01 WS-PTF-CATEGORIE           PIC X(20).
       01 WS-PTF-MONTANT             PIC 9(6)V99.
       01 WS-PTF-POINTS              PIC 9(07).
       01 WS-PTF-ORIGINE             PIC X(03).
       01 WS-POINTS-AFF              PIC Z(6)9.
       01 WS-VALEUR-POINTS-AFF       PIC ZZZZZ9.99.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "CLIENT-MAI".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "CLIENT-MNT" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       OPEN I-O CLIENTS-FICHIER.
       IF WS-CLIENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir clients.dat (statut "
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-CHOIX = 5
           DISPLAY "----- FICHIER CLIENTS -----"
           DISPLAY "1. Rechercher par numero"
           DISPLAY "2. Rechercher par nom"
           DISPLAY "3. Corriger un solde"
           DISPLAY "4. Plafond de credit"
           DISPLAY "5. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

                   PERFORM RECHERCHER-PAR-NOM
               WHEN 3
                   PERFORM CORRIGER-SOLDE
                       THRU CORRIGER-SOLDE-FIN
               WHEN 4
                   PERFORM FIXER-PLAFOND THRU FIXER-PLAFOND-FIN
               WHEN 5
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
       END-PERFORM.

       CLOSE CLIENTS-FICHIER.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
       IF WS-TOT-RESULTAT NOT = "E"
           MOVE "S" TO WS-TOT-ACTION
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
       END-IF.
       STOP RUN.

      *    Affiche la fiche du client charge dans F-CLIENT
           DISPLAY "Type      : " F-CLIENT-TYPE.
           DISPLAY "Solde     : " WS-BALANCE-AFF.
           DISPLAY "Categorie : " F-CLIENT-CATEGORY.
           PERFORM CHERCHER-PLAFOND.
           MOVE WS-PLF-PLAFOND TO WS-PLAFOND-AFF.
           IF WS-PLF-ORIGINE = "P"
               DISPLAY "Plafond   : " WS-PLAFOND-AFF " (personnalise)"
           ELSE
               DISPLAY "Plafond   : " WS-PLAFOND-AFF " (categorie)"
           END-IF.
           IF F-CLIENT-BALANCE < 0 - WS-PLF-PLAFOND
               DISPLAY "** Solde au-dela du plafond de credit **"
           END-IF.
           MOVE "S" TO WS-PTF-ACTION.
           MOVE F-CLIENT-CATEGORY TO WS-PTF-CATEGORIE.
           CALL "PointsFidelite" USING WS-PTF-ACTION F-CLIENT-NUMERO
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           MOVE WS-PTF-POINTS TO WS-POINTS-AFF.
           MOVE WS-PTF-MONTANT TO WS-VALEUR-POINTS-AFF.
           DISPLAY "Points    : " WS-POINTS-AFF
                   " (valeur " WS-VALEUR-POINTS-AFF ")".

      *    Plafond de credit du client charge dans F-CLIENT
       CHERCHER-PLAFOND.
           MOVE "P" TO WS-PLF-ACTION.
           MOVE F-CLIENT-CATEGORY TO WS-PLF-CATEGORIE.
           CALL "PlafondCredit" USING WS-PLF-ACTION F-CLIENT-NUMERO
                                      WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                      WS-PLF-ORIGINE.

      *    Lit le client WS-NUMERO-SAISI par sa cle
       LIRE-CLIENT.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
               PERFORM AFFICHER-CLIENT
               DISPLAY "Nouveau solde : "
               ACCEPT WS-BALANCE-SAISIE
               MOVE F-CLIENT-BALANCE TO WS-BALANCE-AVANT
               MOVE WS-BALANCE-SAISIE TO F-CLIENT-BALANCE
               REWRITE F-CLIENT
                   INVALID KEY
                       DISPLAY "** Reecriture impossible **"
                   NOT INVALID KEY
                       DISPLAY "Solde corrige."
                       PERFORM TRACER-SOLDE
               END-REWRITE
           END-IF.
       CORRIGER-SOLDE-FIN.
           EXIT.

      *    Trace la correction de solde (ancien et nouveau solde)
      *    dans le journal des actions sensibles
       TRACER-SOLDE.
           MOVE "SOLDE" TO WS-TRC-ACTION.
           MOVE SPACES TO WS-TRC-OBJET.
           STRING "client " DELIMITED BY SIZE
                  F-CLIENT-NUMERO DELIMITED BY SIZE
               INTO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE WS-BALANCE-AVANT TO WS-AVANT-AFF.
           MOVE F-CLIENT-BALANCE TO WS-BALANCE-AFF.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "de " DELIMITED BY SIZE
                  WS-AVANT-AFF DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-BALANCE-AFF DELIMITED BY SIZE
               INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.

      *    Fixe le plafond de credit d'un client (P : montant
      *    personnalise, D : retour au plafond de sa categorie) ;
      *    la ligne est ajoutee a plafonds-clients.txt puis les
      *    plafonds sont recharges
       FIXER-PLAFOND.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               GO TO FIXER-PLAFOND-FIN
           END-IF.
           DISPLAY "Numero du client : ".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM LIRE-CLIENT.
           IF WS-TROUVE = "N"
               DISPLAY "Aucun client sous ce numero."
               GO TO FIXER-PLAFOND-FIN
           END-IF.
           PERFORM AFFICHER-CLIENT.
           MOVE WS-PLAFOND-AFF TO WS-PLAFOND-AVANT-AFF.
           DISPLAY "P = plafond personnalise, D = plafond de la "
                   "categorie : ".
           ACCEPT WS-PLAFOND-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-PLAFOND-TYPE)
               TO WS-PLAFOND-TYPE.
           EVALUATE WS-PLAFOND-TYPE
               WHEN "P"
                   DISPLAY "Nouveau plafond : "
                   ACCEPT WS-PLAFOND-SAISI
               WHEN "D"
                   MOVE 0 TO WS-PLAFOND-SAISI
               WHEN OTHER
                   DISPLAY "Choix invalide."
                   GO TO FIXER-PLAFOND-FIN
           END-EVALUATE.

           MOVE F-CLIENT-NUMERO  TO F-PLC-CLIENT.
           MOVE WS-PLAFOND-TYPE  TO F-PLC-TYPE.
           MOVE WS-PLAFOND-SAISI TO F-PLC-PLAFOND.
           ACCEPT F-PLC-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATEUR-COURANT TO F-PLC-OPERATEUR.
           OPEN EXTEND PLAFONDS-FICHIER.
           IF WS-PLAFONDS-STATUS = "35"
               OPEN OUTPUT PLAFONDS-FICHIER
           END-IF.
           IF WS-PLAFONDS-STATUS NOT = "00"
               DISPLAY "** Ouverture de plafonds-clients.txt "
                       "impossible (statut " WS-PLAFONDS-STATUS ") **"
               GO TO FIXER-PLAFOND-FIN
           END-IF.
           WRITE F-PLAFOND-CLIENT.
           CLOSE PLAFONDS-FICHIER.

           MOVE "C" TO WS-PLF-ACTION.
           CALL "PlafondCredit" USING WS-PLF-ACTION F-CLIENT-NUMERO
                                      WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                      WS-PLF-ORIGINE.
           PERFORM CHERCHER-PLAFOND.
           MOVE WS-PLF-PLAFOND TO WS-PLAFOND-AFF.
           DISPLAY "Plafond de credit : " WS-PLAFOND-AFF.

           MOVE "PLAFOND" TO WS-TRC-ACTION.
           MOVE SPACES TO WS-TRC-OBJET.
           STRING "client " DELIMITED BY SIZE
                  F-CLIENT-NUMERO DELIMITED BY SIZE
               INTO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING WS-PLAFOND-TYPE DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  WS-PLAFOND-AVANT-AFF DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-PLAFOND-AFF DELIMITED BY SIZE
               INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
       FIXER-PLAFOND-FIN.
           EXIT.
