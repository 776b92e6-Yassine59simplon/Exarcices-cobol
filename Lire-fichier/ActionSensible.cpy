      *    Ligne du journal des actions sensibles (actions-
      *    sensibles.txt), ajoutee par le sous-programme TraceAction
      *    et jamais reecrite : qui (code operateur de la session),
      *    quand, dans quel programme, quelle action sur quel objet.
      *    Actions : PROPOSE (proposition d'ajustement, AJUSTE-STOCK),
      *    APPROUVE / REFUSE (VALIDE-AJUST, F-ACT-LIE = auteur de la
      *    proposition), AUTO-VALID (tentative de valider sa propre
      *    proposition, bloquee), SOLDE (correction de solde,
      *    CLIENT-MAINT), PRIX (changement de prix, GERE-PRIX),
      *    RESTAURE (restauration d'un maitre, SAUVEGARDE et
      *    RETOUR-GENER) et MAJ (maitre reecrit : scelle par
      *    TotauxMaitre ou sauvegarde en generation par Generation),
      *    PIN (reinitialisation du PIN d'un operateur par un
      *    superviseur, Connexion), FORMATION (jeu de formation
      *    anonymise construit a partir des maitres, FORMATION),
      *    CLOTURE (cloture de trimestre forcee malgre des notes
      *    incompletes, CLOTURE-TRIM ; cloture mensuelle du grand
      *    livre des clients, CLOTURE-LIV), EFFACEMENT (donnees d'une
      *    personne anonymisees a sa demande, DROITS-PERS),
      *    DEROGATION (retrait ou vente au-dela du plafond de credit
      *    accorde par un superviseur, COMPTES-CLI et VENTE-CPT),
      *    PLAFOND (plafond de credit d'un client fixe ou remis au
      *    defaut de sa categorie, CLIENT-MAINT).
      *    F-ACT-OBJET porte l'article, le client ou le nom du maitre
      *    selon l'action. SEPARATION en tire le rapport hebdomadaire
      *    de separation des taches.
       01  F-ACTION-SENSIBLE.
           05  F-ACT-DATE                     PIC 9(08).
           05  F-ACT-HEURE                    PIC 9(04).
           05  F-ACT-OPERATEUR                PIC X(03).
           05  F-ACT-PROGRAMME                PIC X(10).
           05  F-ACT-ACTION                   PIC X(10).
           05  F-ACT-OBJET                    PIC X(20).
           05  F-ACT-LIE                      PIC X(03).
           05  F-ACT-DETAIL                   PIC X(30).
