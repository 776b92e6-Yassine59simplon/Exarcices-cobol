      *    Ligne de facture fournisseur (factures-fournisseurs.txt) :
      *    une ligne par article facture, saisie ou chargee par
      *    FACT-FOURN puis rapprochee du carnet des commandes
      *    (commandes-ouvertes.txt) et du prix de l'article.
      *    Etat : A = a rapprocher, B = bon a payer, L = en litige
      *    (motif du litige dans F-FAC-MOTIF).
       01  F-FACTURE.
           05  F-FAC-NUMERO                   PIC X(12).
           05  F-FAC-FOURNISSEUR              PIC X(10).
           05  F-FAC-DATE                     PIC 9(08).
           05  F-FAC-COMMANDE                 PIC 9(06).
           05  F-FAC-ARTICLE                  PIC X(10).
           05  F-FAC-QTE                      PIC 9(05).
           05  F-FAC-PRIX                     PIC 9(04)V99.
           05  F-FAC-ETAT                     PIC X.
           05  F-FAC-MOTIF                    PIC X(25).
