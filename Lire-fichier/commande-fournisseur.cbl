      * commandes-ouvertes.txt avec la date prevue de livraison
      * (aujourd'hui + DELAI-LIVRAISON jours), pour etre receptionnees
      * et soldees par RECEPTION-CDE.
      * Le seuil de l'article est son point de commande
      * F-PAR-ARTICLE, recalcule par POINTS-CDE ; la cle
      * SEUIL-REAPPRO ne sert plus que pour les articles sans point.
      * Chaque fichier commande-<code>.txt est garni en parcourant
      * les articles du fournisseur par la cle secondaire
      * F-FOURN-ARTICLE du maitre ; une ligne proposee dont l'article
      * porte un autre fournisseur au maitre suit, signalee comme
      * telle.
      * Chaque proposition est confrontee au budget d'achat du mois
      * de son fournisseur (budgets-achats.txt, entretenu par
      * MAINT-BUDGET) : la section BUDGET DU MOIS montre le budget,
      * la valeur engagee (reste a recevoir des commandes ouvertes
      * passees dans le mois), la valeur deja recue dans le mois
      * (receptions.txt) et la valeur proposee, toutes au cout
      * d'achat. La commande d'un fournisseur qui depasserait le
      * reste de son budget n'est ni ouverte ni ecrite dans
      * commande-<code>.txt sans l'approbation d'un superviseur :
      * elle est signalee dans alertes.txt et ses lignes sont mises
      * en attente dans commandes-attente.txt, la proposition
      * suivante la presentant de nouveau.
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
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Reference des fournisseurs : une ligne par article connu
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOURN-CDE-STATUS.

      *    Budgets d'achat mensuels par fournisseur (MAINT-BUDGET)
           SELECT BUDGETS-FICHIER ASSIGN TO "budgets-achats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGETS-STATUS.

      *    Journal des receptions ecrit par RECEPTION-CDE, pour la
      *    valeur deja recue dans le mois
           SELECT RECEPTIONS-FICHIER ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEPTIONS-STATUS.

      *    Lignes des commandes hors budget en attente d'approbation,
      *    reecrit a chaque proposition
           SELECT ATTENTE-FICHIER ASSIGN TO "commandes-attente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
       FD  FOURN-CDE-FICHIER.
       01  F-LIGNE-FOURN-CDE       PIC X(70).

       FD  BUDGETS-FICHIER.
           COPY "BudgetAchat.cpy".

       FD  RECEPTIONS-FICHIER.
           COPY "ReceptionLivraison.cpy".

       FD  ATTENTE-FICHIER.
       01  F-ATTENTE.
           05 F-ATT-DATE           PIC 9(08).
           05 F-ATT-FOURNISSEUR    PIC X(10).
           05 F-ATT-ARTICLE        PIC X(10).
           05 F-ATT-QTE            PIC 9(05).
           05 F-ATT-VALEUR         PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-FOURNISSEURS-STATUS               PIC XX.
       01 WS-COMPTEUR-STATUS                   PIC XX.
       01 WS-FMAITRE-STATUS                    PIC XX.
       01 WS-FOURN-CDE-STATUS                  PIC XX.
       01 WS-BUDGETS-STATUS                    PIC XX.
       01 WS-RECEPTIONS-STATUS                 PIC XX.
       01 WS-ATTENTE-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Seuil de reapprovisionnement, comme dans RUPTURE : un
      *    article a ce niveau ou en-dessous est a recommander
       01 WS-SEUIL-REAPPRO                     PIC 9(05) VALUE 0.
      *    Seuil retenu pour l'article courant : son point de
      *    commande quand il en a un, le seuil general sinon
       01 WS-SEUIL-ARTICLE                     PIC 9(05) VALUE 0.

      *    Table de la reference fournisseurs chargee en memoire
       01 WS-TABLE-REF.
       01 WS-IDX-REF                           PIC 9(03) VALUE 1.
       01 WS-IDX-REF-TROUVE                    PIC 9(03) VALUE 0.

      *    Totaux de lignes par fournisseur, pour decouper la
      *    commande, et controle du budget du mois au cout d'achat
       01 WS-TABLE-FOURN.
           05 WS-FOURN OCCURS 20 TIMES.
              10 WS-FOURN-NOM                  PIC X(10).
              10 WS-FOURN-LIGNES               PIC 9(03).
      *       O = un budget existe pour le mois
              10 WS-FOURN-A-BUDGET             PIC X.
              10 WS-FOURN-BUDGET               PIC 9(07)V99.
              10 WS-FOURN-ENGAGE               PIC 9(08)V99.
              10 WS-FOURN-RECU                 PIC 9(08)V99.
              10 WS-FOURN-PROPOSE              PIC 9(08)V99.
      *       N = dans le budget ou sans budget, D = depassement
      *       approuve, A = depassement en attente d'approbation
              10 WS-FOURN-ETAT                 PIC X.
       01 WS-NB-FOURN                          PIC 9(02) VALUE 0.
       01 WS-IDX-FOURN                         PIC 9(02) VALUE 1.
       01 WS-IDX-FOURN-TROUVE                  PIC 9(02) VALUE 0.
              10 WS-PROP-QTE                   PIC 9(05).
              10 WS-PROP-FOURNISSEUR           PIC X(10).
              10 WS-PROP-VALEUR                PIC 9(08)V99.
      *       Valeur au cout d'achat, pour le budget
              10 WS-PROP-COUT                  PIC 9(08)V99.
      *       O = deja ecrite dans le fichier de son fournisseur
              10 WS-PROP-ECRITE                PIC X.
       01 WS-NB-PROP                           PIC 9(03) VALUE 0.
       01 WS-IDX-PROP                          PIC 9(03) VALUE 1.

       01 WS-VALEUR-PROP-AFF                   PIC Z(07)9.99.
       01 WS-MINIMUM-AFF                       PIC Z(05)9.99.
       01 WS-CODE-CHERCHE                      PIC X(10).
      *    O pendant l'ecriture des lignes dont l'article porte un
      *    autre fournisseur au maitre
       01 WS-ECART-FOURN                       PIC X VALUE "N".

      *    Lecture du fichier de configuration parametres.txt via le
      *    sous-programme partage Config
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

      *    Controle budgetaire du mois courant (AAAAMM)
       01 WS-MOIS-COURANT                      PIC X(06).
       01 WS-IDX-FOURN-BUD                     PIC 9(02) VALUE 1.
       01 WS-IDX-FOURN-BUD-TROUVE              PIC 9(02) VALUE 0.
       01 WS-COUT-UNITAIRE                     PIC 9(04)V99.
       01 WS-VALEUR-LIGNE                      PIC 9(08)V99.
       01 WS-RESTE-BUDGET                      PIC S9(08)V99.
       01 WS-NB-DEPASSEMENTS                   PIC 9(02) VALUE 0.
       01 WS-NB-EN-ATTENTE                     PIC 9(02) VALUE 0.
       01 WS-NB-LIGNES-ATTENTE                 PIC 9(03) VALUE 0.
       01 WS-CONFIRMER                         PIC X.
       01 WS-BUDGET-AFF                        PIC Z(06)9.99.
       01 WS-ENGAGE-AFF                        PIC Z(06)9.99.
       01 WS-RECU-AFF                          PIC Z(06)9.99.
       01 WS-PROPOSE-AFF                       PIC Z(06)9.99.
       01 WS-RESTE-AFF                         PIC -Z(06)9.99.

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur quand le
      *    programme tourne seul) ; un depassement de budget n'est
      *    approuve que par un superviseur, les refus et les
      *    commandes mises en attente partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "CMDE-FOURN".
       01 WS-RLG-FICHIER         PIC X(20).
       01 WS-RLG-STATUT          PIC XX.

      *    Date systeme de la proposition
       77 WS-DATE-SYS                          PIC 9(8).

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
       MOVE "CMDE-FOURN" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       MOVE "SEUIL-REAPPRO" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
                   TO F-LIGNE-COMMANDE
               WRITE F-LIGNE-COMMANDE
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE WS-SEUIL-REAPPRO TO WS-SEUIL-ARTICLE
                           IF F-PAR-ARTICLE IS NUMERIC
                              AND F-PAR-ARTICLE > 0
                               MOVE F-PAR-ARTICLE TO WS-SEUIL-ARTICLE
                           END-IF
                           IF F-STOCK-ARTICLE <= WS-SEUIL-ARTICLE
                               MOVE F-NOM-ARTICLE TO WS-ASS-ARTICLE
                               CALL "Assortiment" USING
                                   WS-ASS-ARTICLE WS-DATE-SYS
                   END-READ
               END-PERFORM
               PERFORM ECRIRE-SECTION-ECOULER
                   THRU ECRIRE-SECTION-ECOULER-FIN
               PERFORM ECRIRE-TOTAUX-FOURNISSEURS
               PERFORM CONTROLER-BUDGETS
                   THRU CONTROLER-BUDGETS-FIN
               CLOSE COMMANDE-FICHIER
               PERFORM ECRIRE-COMMANDES-OUVERTES
                   THRU ECRIRE-COMMANDES-OUVERTES-FIN
               PERFORM ECRIRE-FICHIERS-FOURNISSEURS
               PERFORM ECRIRE-ATTENTE
           END-IF
           CLOSE FICHIER-INVENTAIRE

           DISPLAY "Articles sans reference : " WS-NB-SANS-REF
           DISPLAY "Articles a ecouler      : " WS-NB-ECOULER
           DISPLAY "Commandes ouvertes      : " WS-NB-CDE-OUVERTES
           DISPLAY "Commandes en attente    : " WS-NB-EN-ATTENTE
       END-IF.

       GOBACK.
                           TO WS-PROP-FOURNISSEUR(WS-NB-PROP)
                       COMPUTE WS-PROP-VALEUR(WS-NB-PROP) =
                               WS-QTE-PROPOSEE * F-PRIX-ARTICLE
                       PERFORM PRENDRE-COUT-ACHAT
                       COMPUTE WS-PROP-COUT(WS-NB-PROP) =
                               WS-QTE-PROPOSEE * WS-COUT-UNITAIRE
                       MOVE "N" TO WS-PROP-ECRITE(WS-NB-PROP)
                   END-IF
               END-IF
           END-IF.
               WRITE F-LIGNE-COMMANDE
           END-PERFORM.

      *    Cout d'achat unitaire de l'article lu (F-ARTICLE) : son
      *    cout moyen pondere, ou son prix de vente tant qu'aucun
      *    cout n'est connu
       PRENDRE-COUT-ACHAT.
           IF F-COUT-ARTICLE IS NUMERIC
              AND F-COUT-ARTICLE > 0
               MOVE F-COUT-ARTICLE TO WS-COUT-UNITAIRE
           ELSE
               MOVE F-PRIX-ARTICLE TO WS-COUT-UNITAIRE
           END-IF.

      *    Controle budgetaire du mois : pour chaque fournisseur de
      *    la proposition, budget du mois, valeur engagee, valeur
      *    recue et valeur proposee, au cout d'achat. Une proposition
      *    qui depasse le reste du budget (budget - engage - recu)
      *    attend l'approbation d'un superviseur ; un fournisseur sans
      *    budget pour le mois n'est pas controle
       CONTROLER-BUDGETS.
           IF WS-NB-FOURN = 0
               GO TO CONTROLER-BUDGETS-FIN
           END-IF.
           MOVE WS-DATE-SYS(1:6) TO WS-MOIS-COURANT.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               MOVE "N" TO WS-FOURN-A-BUDGET(WS-IDX-FOURN)
               MOVE 0 TO WS-FOURN-BUDGET(WS-IDX-FOURN)
               MOVE 0 TO WS-FOURN-ENGAGE(WS-IDX-FOURN)
               MOVE 0 TO WS-FOURN-RECU(WS-IDX-FOURN)
               MOVE 0 TO WS-FOURN-PROPOSE(WS-IDX-FOURN)
               MOVE "N" TO WS-FOURN-ETAT(WS-IDX-FOURN)
           END-PERFORM.
           PERFORM CHARGER-BUDGETS-MOIS.
           PERFORM CUMULER-ENGAGE.
           PERFORM CUMULER-RECU.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NB-PROP
               MOVE WS-PROP-FOURNISSEUR(WS-IDX-PROP)
                   TO WS-CODE-CHERCHE
               PERFORM TROUVER-FOURN-BUDGET
               IF WS-IDX-FOURN-BUD-TROUVE NOT = 0
                   ADD WS-PROP-COUT(WS-IDX-PROP)
                       TO WS-FOURN-PROPOSE(WS-IDX-FOURN-BUD-TROUVE)
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-NB-DEPASSEMENTS.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               IF WS-FOURN-A-BUDGET(WS-IDX-FOURN) = "O"
                   COMPUTE WS-RESTE-BUDGET =
                           WS-FOURN-BUDGET(WS-IDX-FOURN)
                           - WS-FOURN-ENGAGE(WS-IDX-FOURN)
                           - WS-FOURN-RECU(WS-IDX-FOURN)
                   IF WS-FOURN-PROPOSE(WS-IDX-FOURN) > WS-RESTE-BUDGET
                       MOVE "A" TO WS-FOURN-ETAT(WS-IDX-FOURN)
                       ADD 1 TO WS-NB-DEPASSEMENTS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-DEPASSEMENTS > 0
               PERFORM APPROUVER-DEPASSEMENTS
                   THRU APPROUVER-DEPASSEMENTS-FIN
           END-IF.
           PERFORM ECRIRE-SECTION-BUDGET.
       CONTROLER-BUDGETS-FIN.
           EXIT.

      *    Recherche WS-CODE-CHERCHE parmi les fournisseurs de la
      *    proposition (resultat dans WS-IDX-FOURN-BUD-TROUVE, 0 si
      *    absent)
       TROUVER-FOURN-BUDGET.
           MOVE 0 TO WS-IDX-FOURN-BUD-TROUVE.
           PERFORM VARYING WS-IDX-FOURN-BUD FROM 1 BY 1
                   UNTIL WS-IDX-FOURN-BUD > WS-NB-FOURN
                   OR WS-IDX-FOURN-BUD-TROUVE NOT = 0
               IF WS-FOURN-NOM(WS-IDX-FOURN-BUD) = WS-CODE-CHERCHE
                   MOVE WS-IDX-FOURN-BUD TO WS-IDX-FOURN-BUD-TROUVE
               END-IF
           END-PERFORM.

      *    Reprend de budgets-achats.txt le budget du mois courant de
      *    chaque fournisseur de la proposition ; l'absence du fichier
      *    laisse tous les fournisseurs sans budget
       CHARGER-BUDGETS-MOIS.
           OPEN INPUT BUDGETS-FICHIER.
           IF WS-BUDGETS-STATUS = "00"
               PERFORM UNTIL WS-BUDGETS-STATUS NOT = "00"
                   READ BUDGETS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-BUD-MOIS = WS-MOIS-COURANT
                              AND F-BUD-MONTANT IS NUMERIC
                               MOVE F-BUD-FOURNISSEUR
                                   TO WS-CODE-CHERCHE
                               PERFORM TROUVER-FOURN-BUDGET
                               IF WS-IDX-FOURN-BUD-TROUVE NOT = 0
                                   MOVE "O" TO WS-FOURN-A-BUDGET(
                                       WS-IDX-FOURN-BUD-TROUVE)
                                   MOVE F-BUD-MONTANT
                                       TO WS-FOURN-BUDGET(
                                       WS-IDX-FOURN-BUD-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGETS-FICHIER
           END-IF.

      *    Valeur engagee : reste a recevoir des lignes encore
      *    ouvertes des commandes passees dans le mois, au cout
      *    d'achat actuel de l'article (lu par sa cle dans le maitre)
       CUMULER-ENGAGE.
           OPEN INPUT CDE-OUVERTES-FICHIER.
           IF WS-CDE-OUVERTES-STATUS = "00"
               PERFORM UNTIL WS-CDE-OUVERTES-STATUS NOT = "00"
                   READ CDE-OUVERTES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-CDE-ETAT = "O"
                              AND F-CDE-DATE(1:6) = WS-MOIS-COURANT
                              AND F-CDE-QTE-COMMANDEE >
                                  F-CDE-QTE-RECUE
                               PERFORM CUMULER-LIGNE-ENGAGEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDE-OUVERTES-FICHIER
           END-IF.

       CUMULER-LIGNE-ENGAGEE.
           MOVE F-CDE-FOURNISSEUR TO WS-CODE-CHERCHE.
           PERFORM TROUVER-FOURN-BUDGET.
           IF WS-IDX-FOURN-BUD-TROUVE NOT = 0
               MOVE 0 TO WS-COUT-UNITAIRE
               MOVE F-CDE-ARTICLE TO F-NOM-ARTICLE
               READ FICHIER-INVENTAIRE
                   KEY IS F-NOM-ARTICLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRENDRE-COUT-ACHAT
               END-READ
               COMPUTE WS-VALEUR-LIGNE =
                       (F-CDE-QTE-COMMANDEE - F-CDE-QTE-RECUE)
                       * WS-COUT-UNITAIRE
               ADD WS-VALEUR-LIGNE
                   TO WS-FOURN-ENGAGE(WS-IDX-FOURN-BUD-TROUVE)
           END-IF.

      *    Valeur recue : quantites livrees dans le mois au prix de
      *    la livraison (receptions.txt) ; sans journal des
      *    receptions, rien n'est encore recu
       CUMULER-RECU.
           OPEN INPUT RECEPTIONS-FICHIER.
           IF WS-RECEPTIONS-STATUS = "00"
               PERFORM UNTIL WS-RECEPTIONS-STATUS NOT = "00"
                   READ RECEPTIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-REC-DATE(1:6) = WS-MOIS-COURANT
                              AND F-REC-QTE-LIVREE IS NUMERIC
                              AND F-REC-PRIX IS NUMERIC
                               MOVE F-REC-FOURNISSEUR
                                   TO WS-CODE-CHERCHE
                               PERFORM TROUVER-FOURN-BUDGET
                               IF WS-IDX-FOURN-BUD-TROUVE NOT = 0
                                   COMPUTE WS-VALEUR-LIGNE =
                                           F-REC-QTE-LIVREE
                                           * F-REC-PRIX
                                   ADD WS-VALEUR-LIGNE
                                       TO WS-FOURN-RECU(
                                       WS-IDX-FOURN-BUD-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEPTIONS-FICHIER
           END-IF.

      *    Presente les depassements ; un superviseur peut approuver
      *    la commande de chaque fournisseur concerne, les autres
      *    restent en attente
       APPROUVER-DEPASSEMENTS.
           DISPLAY "** " WS-NB-DEPASSEMENTS " commande(s) depassent "
                   "le budget du mois **".
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               IF WS-FOURN-ETAT(WS-IDX-FOURN) = "A"
                   PERFORM PREPARER-MONTANTS-BUDGET
                   DISPLAY "   " WS-FOURN-NOM(WS-IDX-FOURN)
                           " reste " WS-RESTE-AFF
                           " propose " WS-PROPOSE-AFF
               END-IF
           END-PERFORM.
           DISPLAY "Faire approuver les depassements par un "
                   "superviseur (O/N) : ".
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF WS-CONFIRMER NOT = "O"
               GO TO APPROUVER-DEPASSEMENTS-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               GO TO APPROUVER-DEPASSEMENTS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               IF WS-FOURN-ETAT(WS-IDX-FOURN) = "A"
                   DISPLAY "Approuver la commande "
                           WS-FOURN-NOM(WS-IDX-FOURN)
                           " malgre le depassement (O/N) : "
                   ACCEPT WS-CONFIRMER
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMER)
                       TO WS-CONFIRMER
                   IF WS-CONFIRMER = "O"
                       MOVE "D" TO WS-FOURN-ETAT(WS-IDX-FOURN)
                   END-IF
               END-IF
           END-PERFORM.
       APPROUVER-DEPASSEMENTS-FIN.
           EXIT.

      *    Montants du fournisseur WS-IDX-FOURN mis en forme pour
      *    l'ecran et la section budget
       PREPARER-MONTANTS-BUDGET.
           COMPUTE WS-RESTE-BUDGET =
                   WS-FOURN-BUDGET(WS-IDX-FOURN)
                   - WS-FOURN-ENGAGE(WS-IDX-FOURN)
                   - WS-FOURN-RECU(WS-IDX-FOURN).
           MOVE WS-FOURN-BUDGET(WS-IDX-FOURN)  TO WS-BUDGET-AFF.
           MOVE WS-FOURN-ENGAGE(WS-IDX-FOURN)  TO WS-ENGAGE-AFF.
           MOVE WS-FOURN-RECU(WS-IDX-FOURN)    TO WS-RECU-AFF.
           MOVE WS-FOURN-PROPOSE(WS-IDX-FOURN) TO WS-PROPOSE-AFF.
           MOVE WS-RESTE-BUDGET                TO WS-RESTE-AFF.

      *    Section BUDGET DU MOIS de commande-fournisseur.txt, aussi
      *    affichee a l'ecran : deux lignes par fournisseur, les
      *    montants puis le reste et la decision. Chaque commande
      *    laissee en attente est signalee dans alertes.txt
       ECRIRE-SECTION-BUDGET.
           MOVE 0 TO WS-NB-EN-ATTENTE.
           MOVE SPACES TO F-LIGNE-COMMANDE.
           WRITE F-LIGNE-COMMANDE.
           MOVE SPACES TO WS-LIGNE-COMMANDE.
           STRING "BUDGET DU MOIS " DELIMITED BY SIZE
                  WS-MOIS-COURANT DELIMITED BY SIZE
                  " (VALEURS AU COUT D'ACHAT)" DELIMITED BY SIZE
               INTO WS-LIGNE-COMMANDE.
           MOVE WS-LIGNE-COMMANDE TO F-LIGNE-COMMANDE.
           WRITE F-LIGNE-COMMANDE.
           DISPLAY WS-LIGNE-COMMANDE.
           MOVE "FOURN.         BUDGET     ENGAGE       RECU    PROPOSE"
               TO WS-LIGNE-COMMANDE.
           MOVE WS-LIGNE-COMMANDE TO F-LIGNE-COMMANDE.
           WRITE F-LIGNE-COMMANDE.
           DISPLAY WS-LIGNE-COMMANDE.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               PERFORM ECRIRE-LIGNES-BUDGET
           END-PERFORM.

       ECRIRE-LIGNES-BUDGET.
           PERFORM PREPARER-MONTANTS-BUDGET.
           MOVE SPACES TO WS-LIGNE-COMMANDE.
           IF WS-FOURN-A-BUDGET(WS-IDX-FOURN) = "O"
               STRING WS-FOURN-NOM(WS-IDX-FOURN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BUDGET-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ENGAGE-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RECU-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PROPOSE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-COMMANDE
           ELSE
               STRING WS-FOURN-NOM(WS-IDX-FOURN) DELIMITED BY SIZE
                      "  SANS BUDGET " DELIMITED BY SIZE
                      WS-ENGAGE-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RECU-AFF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PROPOSE-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-COMMANDE
           END-IF.
           MOVE WS-LIGNE-COMMANDE TO F-LIGNE-COMMANDE.
           WRITE F-LIGNE-COMMANDE.
           DISPLAY WS-LIGNE-COMMANDE.
           IF WS-FOURN-A-BUDGET(WS-IDX-FOURN) = "O"
               MOVE SPACES TO WS-LIGNE-COMMANDE
               EVALUATE WS-FOURN-ETAT(WS-IDX-FOURN)
                   WHEN "A"
                       STRING "           reste " DELIMITED BY SIZE
                              WS-RESTE-AFF DELIMITED BY SIZE
                              " ** DEPASSE, EN ATTENTE **"
                                  DELIMITED BY SIZE
                           INTO WS-LIGNE-COMMANDE
                       ADD 1 TO WS-NB-EN-ATTENTE
                       MOVE SPACES TO WS-RLG-FICHIER
                       STRING "budget " DELIMITED BY SIZE
                              WS-FOURN-NOM(WS-IDX-FOURN)
                                  DELIMITED BY SIZE
                           INTO WS-RLG-FICHIER
                       MOVE "BU" TO WS-RLG-STATUT
                       CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                           WS-RLG-FICHIER WS-RLG-STATUT
                   WHEN "D"
                       STRING "           reste " DELIMITED BY SIZE
                              WS-RESTE-AFF DELIMITED BY SIZE
                              " DEPASSE, APPROUVE PAR "
                                  DELIMITED BY SIZE
                              WS-OPERATEUR-COURANT DELIMITED BY SIZE
                           INTO WS-LIGNE-COMMANDE
                   WHEN OTHER
                       STRING "           reste " DELIMITED BY SIZE
                              WS-RESTE-AFF DELIMITED BY SIZE
                              " dans le budget" DELIMITED BY SIZE
                           INTO WS-LIGNE-COMMANDE
               END-EVALUATE
               MOVE WS-LIGNE-COMMANDE TO F-LIGNE-COMMANDE
               WRITE F-LIGNE-COMMANDE
               DISPLAY WS-LIGNE-COMMANDE
           END-IF.

      *    Reecrit commandes-attente.txt avec les lignes des
      *    commandes hors budget non approuvees (vide s'il n'y en a
      *    pas) : elles ne sont pas ouvertes et reviendront a la
      *    prochaine proposition
       ECRIRE-ATTENTE.
           OPEN OUTPUT ATTENTE-FICHIER.
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire commandes-attente.txt"
           ELSE
               PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                       UNTIL WS-IDX-PROP > WS-NB-PROP
                   MOVE WS-PROP-FOURNISSEUR(WS-IDX-PROP)
                       TO WS-CODE-CHERCHE
                   PERFORM TROUVER-FOURN-BUDGET
                   IF WS-IDX-FOURN-BUD-TROUVE NOT = 0
                      AND WS-FOURN-ETAT(WS-IDX-FOURN-BUD-TROUVE) = "A"
                       MOVE WS-DATE-SYS TO F-ATT-DATE
                       MOVE WS-PROP-FOURNISSEUR(WS-IDX-PROP)
                           TO F-ATT-FOURNISSEUR
                       MOVE WS-PROP-ARTICLE(WS-IDX-PROP)
                           TO F-ATT-ARTICLE
                       MOVE WS-PROP-QTE(WS-IDX-PROP) TO F-ATT-QTE
                       MOVE WS-PROP-COUT(WS-IDX-PROP) TO F-ATT-VALEUR
                       WRITE F-ATTENTE
                       ADD 1 TO WS-NB-LIGNES-ATTENTE
                   END-IF
               END-PERFORM
               CLOSE ATTENTE-FICHIER
               IF WS-NB-LIGNES-ATTENTE > 0
                   DISPLAY "** " WS-NB-LIGNES-ATTENTE " ligne(s) en "
                           "attente d'approbation dans "
                           "commandes-attente.txt **"
               END-IF
           END-IF.

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

      *    Transforme la proposition en commandes ouvertes : un
      *    numero par fournisseur, tire du compteur, et une ligne du
      *    carnet par article propose, avec la date prevue de
           END-IF.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               PERFORM OUVRIR-COMMANDE-FOURN
                   THRU OUVRIR-COMMANDE-FOURN-FIN
           END-PERFORM.
           CLOSE CDE-OUVERTES-FICHIER.
           PERFORM ECRIRE-COMPTEUR.
       ECRIRE-COMMANDES-OUVERTES-FIN.
           EXIT.

      *    Ouvre la commande du fournisseur WS-IDX-FOURN : numero,
      *    date prevue et lignes du carnet ; une commande hors budget
      *    en attente d'approbation n'est pas ouverte
       OUVRIR-COMMANDE-FOURN.
           IF WS-FOURN-ETAT(WS-IDX-FOURN) = "A"
               GO TO OUVRIR-COMMANDE-FOURN-FIN
           END-IF.
      *    Le delai du fournisseur prime sur le delai global
           MOVE WS-DELAI-LIVRAISON TO WS-DELAI-EFFECTIF.
           MOVE WS-FOURN-NOM(WS-IDX-FOURN) TO WS-CODE-CHERCHE.
           PERFORM TROUVER-MAITRE-FOURN.
           IF WS-IDX-FMA-TROUVE NOT = 0
              AND WS-FMA-DELAI(WS-IDX-FMA-TROUVE) > 0
               MOVE WS-FMA-DELAI(WS-IDX-FMA-TROUVE)
                   TO WS-DELAI-EFFECTIF
           END-IF.
           PERFORM CALCULER-DATE-PREVUE.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NB-PROP
               IF WS-PROP-FOURNISSEUR(WS-IDX-PROP) =
                       WS-FOURN-NOM(WS-IDX-FOURN)
                   MOVE WS-NUMERO-COMMANDE  TO F-CDE-NUMERO
                   MOVE WS-DATE-SYS         TO F-CDE-DATE
                   MOVE WS-DATE-PREVUE      TO F-CDE-DATE-PREVUE
                   MOVE WS-FOURN-NOM(WS-IDX-FOURN)
                       TO F-CDE-FOURNISSEUR
                   MOVE WS-PROP-ARTICLE(WS-IDX-PROP)
                       TO F-CDE-ARTICLE
                   MOVE WS-PROP-QTE(WS-IDX-PROP)
                       TO F-CDE-QTE-COMMANDEE
                   MOVE 0 TO F-CDE-QTE-RECUE
                   MOVE "O" TO F-CDE-ETAT
                   WRITE F-CDE-OUVERTE
               END-IF
           END-PERFORM.
           DISPLAY "Commande " WS-NUMERO-COMMANDE " ouverte "
                   "pour " WS-FOURN-NOM(WS-IDX-FOURN).
           ADD 1 TO WS-NB-CDE-OUVERTES.
           ADD 1 TO WS-NUMERO-COMMANDE.
       OUVRIR-COMMANDE-FOURN-FIN.
           EXIT.

      *    Charge fournisseurs-maitre.txt dans WS-FMA ; son absence
      *    n'est pas une erreur, les delais et minimums sont alors
      *    simplement inconnus
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               PERFORM ECRIRE-FICHIER-UN-FOURN
                   THRU ECRIRE-FICHIER-UN-FOURN-FIN
           END-PERFORM.
           IF WS-NB-FOURN-INCONNUS NOT = 0
               DISPLAY "** " WS-NB-FOURN-INCONNUS " fournisseur(s) "
                       "absent(s) du maitre (voir MAINT-FOURN) **"
           END-IF.

      *    (la commande hors budget en attente n'a pas de fichier)
       ECRIRE-FICHIER-UN-FOURN.
           IF WS-FOURN-ETAT(WS-IDX-FOURN) = "A"
               GO TO ECRIRE-FICHIER-UN-FOURN-FIN
           END-IF.
           MOVE SPACES TO WS-NOM-FICHIER-FOURN.
           STRING "commande-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOURN-NOM(WS-IDX-FOURN))
           WRITE F-LIGNE-FOURN-CDE.

           MOVE 0 TO WS-TOTAL-FOURN.
      *    Articles du fournisseur dans l'ordre de la cle secondaire
           MOVE "N" TO WS-ECART-FOURN.
           MOVE WS-FOURN-NOM(WS-IDX-FOURN) TO F-FOURN-ARTICLE.
           START FICHIER-INVENTAIRE
               KEY IS EQUAL TO F-FOURN-ARTICLE
               INVALID KEY
                   MOVE "23" TO WS-INVENTAIRE-STATUS
           END-START.
           PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
               READ FICHIER-INVENTAIRE NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-FOURN-ARTICLE NOT =
                               WS-FOURN-NOM(WS-IDX-FOURN)
                           MOVE "10" TO WS-INVENTAIRE-STATUS
                       ELSE
                           PERFORM ECRIRE-LIGNES-ARTICLE-FOURN
                       END-IF
               END-READ
           END-PERFORM.
      *    Lignes restantes : articles rattaches a ce fournisseur par
      *    fournisseurs.txt mais a un autre au maitre
           MOVE "N" TO WS-ECART-FOURN.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NB-PROP
               IF WS-PROP-FOURNISSEUR(WS-IDX-PROP) =
                       WS-FOURN-NOM(WS-IDX-FOURN)
                  AND WS-PROP-ECRITE(WS-IDX-PROP) = "N"
                   MOVE "O" TO WS-ECART-FOURN
                   PERFORM ECRIRE-LIGNE-PROP
               END-IF
           END-PERFORM.

       ECRIRE-FICHIER-UN-FOURN-FIN.
           EXIT.

      *    Ecrit la ligne proposee de l'article courant du maitre si
      *    elle revient au fournisseur en cours
       ECRIRE-LIGNES-ARTICLE-FOURN.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NB-PROP
               IF WS-PROP-ARTICLE(WS-IDX-PROP) = F-NOM-ARTICLE
                  AND WS-PROP-FOURNISSEUR(WS-IDX-PROP) =
                      WS-FOURN-NOM(WS-IDX-FOURN)
                  AND WS-PROP-ECRITE(WS-IDX-PROP) = "N"
                   PERFORM ECRIRE-LIGNE-PROP
               END-IF
           END-PERFORM.

      *    Ligne WS-IDX-PROP du fichier fournisseur, ajoutee au total ;
      *    WS-ECART-FOURN = O la marque d'un autre fournisseur au
      *    maitre
       ECRIRE-LIGNE-PROP.
           ADD WS-PROP-VALEUR(WS-IDX-PROP) TO WS-TOTAL-FOURN.
           MOVE WS-PROP-VALEUR(WS-IDX-PROP) TO WS-VALEUR-PROP-AFF.
           MOVE SPACES TO WS-LIGNE-FOURN-CDE.
           IF WS-ECART-FOURN = "O"
               STRING WS-PROP-ARTICLE(WS-IDX-PROP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PROP-QTE(WS-IDX-PROP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-PROP-AFF DELIMITED BY SIZE
                      " (autre fournisseur au maitre)"
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-FOURN-CDE
           ELSE
               STRING WS-PROP-ARTICLE(WS-IDX-PROP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PROP-QTE(WS-IDX-PROP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALEUR-PROP-AFF DELIMITED BY SIZE
                   INTO WS-LIGNE-FOURN-CDE
           END-IF.
           MOVE WS-LIGNE-FOURN-CDE TO F-LIGNE-FOURN-CDE.
           WRITE F-LIGNE-FOURN-CDE.
           MOVE "O" TO WS-PROP-ECRITE(WS-IDX-PROP).

      *    Reprend le prochain numero de commande dans
      *    compteur-commandes.txt ; l'absence du fichier (premiere
      *    proposition) fait repartir la numerotation a 1
