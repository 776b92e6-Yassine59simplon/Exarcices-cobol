      * verifie ou reconstruit les soldes du maitre depuis le
      * journal - la base defendable de RECLASSE-CLIENTS.
      * Codes motif : DEP depot, RET retrait, COR correction,
      * REP reprise de l'existant, VTE vente au comptoir (debit
      * porte par VENTE-CPT avec sa facture), OUV a-nouveau de
      * debut de mois (solde de cloture repris par CLOTURE-LIV), PTS
      * avoir en points de fidelite (PointsFidelite).
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement, un ecart etant signale sans bloquer la
      * saisie, et recalcules apres le report des soldes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Le solde peut passer sous zero dans la limite du plafond de
      * credit du client (PlafondCredit : plafond de sa categorie ou
      * plafond personnalise) ; un retrait au-dela est refuse, sauf
      * derogation d'un superviseur tracee dans actions-sensibles.txt
      * (TraceAction). Le releve porte le plafond et signale un compte
      * au-dela, et la reconstruction reporte les soldes negatifs tels
      * quels.
      * Un mouvement date d'un mois clos par CLOTURE-LIV (MoisClos) est
      * refuse ; le releve d'une periode ouverte dans un mois clos
      * renvoie aux archives mensuelles.
      * Un depot rapporte des points de fidelite selon la categorie du
      * client (PointsFidelite) ; le choix 5 convertit des points en
      * avoir (mouvement PTS) et le releve porte le solde de points.
      * Quitter passe au choix 6.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-CLI-NUMERO       PIC 9(05).
              10 WS-CLI-NOM          PIC X(20).
              10 WS-CLI-TYPE         PIC X(10).
              10 WS-CLI-BALANCE      PIC S9(6)V99.
              10 WS-CLI-CATEGORY     PIC X(20).
       77 WS-CAPACITE                PIC 9(03) VALUE 200.
       01 WS-NB-CLIENTS              PIC 9(03) VALUE 0.
       01 WS-DATE-SAISIE             PIC 9(08).
       01 WS-NOUVEAU-SOLDE           PIC S9(7)V99.

      *    Mois clos du grand livre (sous-programme partage
      *    MoisClos) : aucun mouvement ne s'y enregistre plus
       01 WS-MCL-ARCHIVE             PIC X(30).
       01 WS-MCL-CLOS                PIC X.

      *    Points de fidelite (sous-programme partage PointsFidelite) :
      *    gagnes sur les depots, convertis en avoir au compte
       01 WS-PTF-ACTION              PIC X.
       01 WS-PTF-CLIENT              PIC 9(05).
       01 WS-PTF-CATEGORIE           PIC X(20).
       01 WS-PTF-MONTANT             PIC 9(6)V99.
       01 WS-PTF-POINTS              PIC 9(07).
       01 WS-PTF-ORIGINE             PIC X(03).
       01 WS-POINTS-SAISIS           PIC 9(07).
       01 WS-POINTS-AFF              PIC Z(6)9.

      *    Releve d'une periode avec solde courant
       01 WS-DATE-DEBUT              PIC 9(08).
       01 WS-DATE-FIN                PIC 9(08).

       77 WS-DATE-SYS                PIC 9(8).

      *    Plafond de credit du client (sous-programme partage
      *    PlafondCredit) : un retrait ne peut mener le solde sous
      *    moins le plafond, sauf derogation d'un superviseur
       01 WS-PLF-ACTION              PIC X.
       01 WS-PLF-CLIENT              PIC 9(05).
       01 WS-PLF-CATEGORIE           PIC X(20).
       01 WS-PLF-PLAFOND             PIC 9(6)V99.
       01 WS-PLF-ORIGINE             PIC X.
       01 WS-PLANCHER                PIC S9(7)V99.
       01 WS-PLAFOND-AFF             PIC Z(6)9.99.
       01 WS-PLAFOND-OK              PIC X.
       01 WS-DEROGER                 PIC X.

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur) : la
      *    derogation exige un superviseur et les refus partent dans
      *    alertes.txt
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
       01 WS-ACCES-OK                PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "COMPTES-CL".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "COMPTES-CL".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

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
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "COMPTES-CL" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
       PERFORM CHARGER-CLIENTS.

       PERFORM UNTIL WS-CHOIX = 6
           DISPLAY "----- COMPTES CLIENTS -----"
           DISPLAY "1. Saisir un depot ou un retrait"
           DISPLAY "2. Releve d'un client sur une periode"
           DISPLAY "3. Verifier/reconstruire les soldes"
           DISPLAY "4. Reprendre l'existant (mouvement REP par "
                   "client)"
           DISPLAY "5. Convertir des points de fidelite en avoir"
           DISPLAY "6. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM SAISIR-MOUVEMENT THRU SAISIR-MOUVEMENT-FIN
               WHEN 2
                   PERFORM EDITER-RELEVE THRU EDITER-RELEVE-FIN
               WHEN 3
                   PERFORM VERIFIER-SOLDES THRU VERIFIER-SOLDES-FIN
               WHEN 4
                   PERFORM REPRENDRE-EXISTANT
                      THRU REPRENDRE-EXISTANT-FIN
               WHEN 5
                   PERFORM CONVERTIR-POINTS THRU CONVERTIR-POINTS-FIN
               WHEN 6
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-CLIENTS
                   END-IF
           IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-SYS TO WS-DATE-SAISIE
           END-IF.
           CALL "MoisClos" USING WS-DATE-SAISIE WS-MCL-ARCHIVE
                                 WS-MCL-CLOS.
           IF WS-MCL-CLOS = "O"
               DISPLAY "** Date " WS-DATE-SAISIE " dans un mois clos "
                       "(CLOTURE-LIV) ; mouvement refuse **"
               GO TO SAISIR-MOUVEMENT-FIN
           END-IF.
           IF WS-SENS-SAISI = 2
               COMPUTE WS-NOUVEAU-SOLDE =
                       WS-CLI-BALANCE(WS-IDX-TROUVE)
                       - WS-MONTANT-SAISI
               PERFORM CONTROLER-PLAFOND THRU CONTROLER-PLAFOND-FIN
               IF WS-PLAFOND-OK NOT = "O"
                   GO TO SAISIR-MOUVEMENT-FIN
               END-IF
               MOVE "RET" TO WS-MOTIF-SAISI
           MOVE WS-NOUVEAU-SOLDE TO WS-SOLDE-AFF.
           DISPLAY "Mouvement enregistre ; nouveau solde : "
                   WS-SOLDE-AFF.
           IF WS-MOTIF-SAISI = "DEP"
               MOVE "G" TO WS-PTF-ACTION
               MOVE WS-NUMERO-SAISI TO WS-PTF-CLIENT
               MOVE WS-CLI-CATEGORY(WS-IDX-TROUVE) TO WS-PTF-CATEGORIE
               MOVE WS-MONTANT-SAISI TO WS-PTF-MONTANT
               MOVE "DEP" TO WS-PTF-ORIGINE
               CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                           WS-PTF-CATEGORIE
                                           WS-PTF-MONTANT
                                           WS-PTF-POINTS
                                           WS-PTF-ORIGINE
               IF WS-PTF-POINTS > 0
                   MOVE WS-PTF-POINTS TO WS-POINTS-AFF
                   DISPLAY "Points de fidelite gagnes : "
                           WS-POINTS-AFF
               END-IF
           END-IF.
       SAISIR-MOUVEMENT-FIN.
           EXIT.

      *    Convertit des points de fidelite du client en avoir :
      *    ligne UTI au grand livre des points, mouvement PTS au
      *    credit du compte et solde du maitre
       CONVERTIR-POINTS.
           DISPLAY "Numero du client : ".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM TROUVER-CLIENT.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Aucun client sous ce numero."
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           MOVE "S" TO WS-PTF-ACTION.
           MOVE WS-NUMERO-SAISI TO WS-PTF-CLIENT.
           MOVE WS-CLI-CATEGORY(WS-IDX-TROUVE) TO WS-PTF-CATEGORIE.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           MOVE WS-PTF-POINTS TO WS-POINTS-AFF.
           MOVE WS-PTF-MONTANT TO WS-MONTANT-AFF.
           DISPLAY "Client : " WS-CLI-NOM(WS-IDX-TROUVE)
                   "  points : " WS-POINTS-AFF
                   "  valeur : " WS-MONTANT-AFF.
           IF WS-PTF-POINTS = 0
               DISPLAY "Aucun point a convertir."
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           DISPLAY "Points a convertir (0 = abandon) : ".
           ACCEPT WS-POINTS-SAISIS.
           IF WS-POINTS-SAISIS = 0
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           IF WS-POINTS-SAISIS > WS-PTF-POINTS
               DISPLAY "** Le client n'a que " WS-POINTS-AFF
                       " points ; conversion refusee **"
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           MOVE "V" TO WS-PTF-ACTION.
           MOVE WS-POINTS-SAISIS TO WS-PTF-POINTS.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           COMPUTE WS-NOUVEAU-SOLDE =
                   WS-CLI-BALANCE(WS-IDX-TROUVE) + WS-PTF-MONTANT.
           IF WS-NOUVEAU-SOLDE > 999999.99
               DISPLAY "** Solde maximal depasse ; conversion "
                       "refusee **"
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           IF WS-PTF-MONTANT = 0
               DISPLAY "** Points sans valeur en euros ; conversion "
                       "refusee **"
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           MOVE "U" TO WS-PTF-ACTION.
           MOVE "PTS" TO WS-PTF-ORIGINE.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           IF WS-PTF-POINTS = 0
               DISPLAY "** Points non convertis **"
               GO TO CONVERTIR-POINTS-FIN
           END-IF.
           MOVE WS-NUMERO-SAISI TO F-MCL-CLIENT.
           MOVE WS-DATE-SYS     TO F-MCL-DATE.
           MOVE "+"             TO F-MCL-SIGNE.
           MOVE WS-PTF-MONTANT  TO F-MCL-MONTANT.
           MOVE "PTS"           TO F-MCL-MOTIF.
           PERFORM ECRIRE-MOUVEMENT.
           COMPUTE WS-NOUVEAU-SOLDE =
                   WS-CLI-BALANCE(WS-IDX-TROUVE) + WS-PTF-MONTANT.
           MOVE WS-NOUVEAU-SOLDE TO WS-CLI-BALANCE(WS-IDX-TROUVE).
           MOVE "O" TO WS-MODIFIE.
           MOVE WS-PTF-MONTANT TO WS-MONTANT-AFF.
           MOVE WS-NOUVEAU-SOLDE TO WS-SOLDE-AFF.
           DISPLAY "Avoir de " WS-MONTANT-AFF " porte au compte ; "
                   "nouveau solde : " WS-SOLDE-AFF.
       CONVERTIR-POINTS-FIN.
           EXIT.

      *    Plafond de credit du client WS-IDX-TROUVE et plancher du
      *    solde (moins le plafond)
       CHERCHER-PLAFOND.
           MOVE "P" TO WS-PLF-ACTION.
           MOVE WS-CLI-NUMERO(WS-IDX-TROUVE) TO WS-PLF-CLIENT.
           MOVE WS-CLI-CATEGORY(WS-IDX-TROUVE) TO WS-PLF-CATEGORIE.
           CALL "PlafondCredit" USING WS-PLF-ACTION WS-PLF-CLIENT
                                      WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                      WS-PLF-ORIGINE.
           COMPUTE WS-PLANCHER = 0 - WS-PLF-PLAFOND.
           MOVE WS-PLF-PLAFOND TO WS-PLAFOND-AFF.

      *    Retrait menant le solde WS-NOUVEAU-SOLDE sous le plancher :
      *    refuse, sauf derogation d'un superviseur tracee dans
      *    actions-sensibles.txt ; WS-PLAFOND-OK a O si le retrait
      *    passe
       CONTROLER-PLAFOND.
           MOVE "O" TO WS-PLAFOND-OK.
           PERFORM CHERCHER-PLAFOND.
           IF WS-NOUVEAU-SOLDE >= WS-PLANCHER
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           MOVE "N" TO WS-PLAFOND-OK.
           MOVE WS-NOUVEAU-SOLDE TO WS-SOLDE-AFF.
           DISPLAY "** Retrait au-dela du plafond de credit : "
                   "plafond " WS-PLAFOND-AFF ", solde apres retrait "
                   WS-SOLDE-AFF " **".
           DISPLAY "Deroger au plafond (superviseur) ? (O/N) : ".
           ACCEPT WS-DEROGER.
           MOVE FUNCTION UPPER-CASE(WS-DEROGER) TO WS-DEROGER.
           IF WS-DEROGER NOT = "O"
               DISPLAY "Mouvement refuse."
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               DISPLAY "Mouvement refuse."
               GO TO CONTROLER-PLAFOND-FIN
           END-IF.
           MOVE "O" TO WS-PLAFOND-OK.
           MOVE "DEROGATION" TO WS-TRC-ACTION.
           MOVE SPACES TO WS-TRC-OBJET.
           STRING "client " WS-CLI-NUMERO(WS-IDX-TROUVE)
               DELIMITED BY SIZE INTO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "RET solde " FUNCTION TRIM(WS-SOLDE-AFF)
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

      *    Depose un mouvement REP au solde courant pour chaque
      *    client : le point zero du journal, a lancer une seule
      *    fois a la mise en route
                   UNTIL WS-IDX > WS-NB-CLIENTS
               MOVE WS-CLI-NUMERO(WS-IDX) TO F-MCL-CLIENT
               MOVE WS-DATE-SYS TO F-MCL-DATE
               IF WS-CLI-BALANCE(WS-IDX) < 0
                   MOVE "-" TO F-MCL-SIGNE
                   COMPUTE F-MCL-MONTANT = 0 - WS-CLI-BALANCE(WS-IDX)
               ELSE
                   MOVE "+" TO F-MCL-SIGNE
                   MOVE WS-CLI-BALANCE(WS-IDX) TO F-MCL-MONTANT
               END-IF
               MOVE "REP" TO F-MCL-MOTIF
               PERFORM ECRIRE-MOUVEMENT
           END-PERFORM.
               INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RELEVE.
           WRITE F-LIGNE-RELEVE.
      *    Une periode ouverte dans un mois clos ne trouve plus ses
      *    mouvements au journal : le solde y repart de l'a-nouveau
      *    (OUV) et les mouvements clos sont dans les archives
           CALL "MoisClos" USING WS-DATE-DEBUT WS-MCL-ARCHIVE
                                 WS-MCL-CLOS.
           IF WS-MCL-CLOS = "O"
               MOVE SPACES TO WS-LIGNE-TRAVAIL
               STRING "Mouvements des mois clos : voir "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MCL-ARCHIVE) DELIMITED BY SIZE
                      " et suivantes" DELIMITED BY SIZE
                   INTO WS-LIGNE-TRAVAIL
               MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RELEVE
               WRITE F-LIGNE-RELEVE
           END-IF.
           MOVE "DATE     MOTIF  MONTANT    SOLDE"
               TO F-LIGNE-RELEVE.
           WRITE F-LIGNE-RELEVE.
               INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RELEVE.
           WRITE F-LIGNE-RELEVE.
           PERFORM CHERCHER-PLAFOND.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "PLAFOND DE CREDIT        : " DELIMITED BY SIZE
                  WS-PLAFOND-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RELEVE.
           WRITE F-LIGNE-RELEVE.
           MOVE "S" TO WS-PTF-ACTION.
           MOVE WS-NUMERO-SAISI TO WS-PTF-CLIENT.
           MOVE WS-CLI-CATEGORY(WS-IDX-TROUVE) TO WS-PTF-CATEGORIE.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           MOVE WS-PTF-POINTS TO WS-POINTS-AFF.
           MOVE WS-PTF-MONTANT TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "POINTS DE FIDELITE       : " DELIMITED BY SIZE
                  WS-POINTS-AFF DELIMITED BY SIZE
                  " (valeur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTANT-AFF) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RELEVE.
           WRITE F-LIGNE-RELEVE.
           IF WS-SOLDE-COURANT < WS-PLANCHER
               MOVE "** COMPTE AU-DELA DE SON PLAFOND DE CREDIT **"
                   TO F-LIGNE-RELEVE
               WRITE F-LIGNE-RELEVE
           ELSE
               IF WS-SOLDE-COURANT < 0
                   MOVE "Compte debiteur, dans la limite du plafond."
                       TO F-LIGNE-RELEVE
                   WRITE F-LIGNE-RELEVE
               END-IF
           END-IF.
           CLOSE RELEVE-FICHIER.
           DISPLAY "Mouvements de la periode : "
                   WS-NB-LIGNES-RELEVE " (voir "
               IF WS-CHOIX-RECONSTRUIRE = "O"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NB-CLIENTS
                       MOVE WS-SLD(WS-IDX)
                           TO WS-CLI-BALANCE(WS-IDX)
                   END-PERFORM
                   MOVE "O" TO WS-MODIFIE
                   DISPLAY "Soldes reconstruits ; ils seront "
               CLOSE CLIENTS-FICHIER
               DISPLAY "clients.dat mis a jour."
           END-IF.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
