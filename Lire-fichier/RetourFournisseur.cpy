      *    Ligne du fichier des retours fournisseurs
      *    (retours-fournisseurs.txt) tenu par RETOUR-FOURN : un
      *    retour reste a l'etat O (ouvert) tant que l'avoir du
      *    fournisseur n'a pas ete enregistre contre lui, puis passe
      *    a l'etat S (solde). Motif : D endommage, E excedent,
      *    N non conforme, A autre. Valeur au cout d'achat moyen.
       01  F-RETOUR.
           05  F-RET-NUMERO                   PIC 9(06).
           05  F-RET-DATE                     PIC 9(08).
           05  F-RET-FOURNISSEUR              PIC X(10).
           05  F-RET-ARTICLE                  PIC X(10).
           05  F-RET-QTE                      PIC 9(05).
           05  F-RET-MOTIF                    PIC X.
           05  F-RET-COMMANDE                 PIC 9(06).
           05  F-RET-VALEUR                   PIC 9(08)V99.
           05  F-RET-ETAT                     PIC X.
           05  F-RET-AVOIR-NUMERO             PIC X(12).
           05  F-RET-AVOIR-DATE               PIC 9(08).
           05  F-RET-AVOIR-MONTANT            PIC 9(08)V99.
