      *    Ligne du journal des receptions (receptions.txt) : une
      *    ligne par quantite livree et appliquee par RECEPTION-CDE,
      *    avec les dates de la commande d'origine, pour mesurer les
      *    fournisseurs dans la duree (SCORE-FOURN). Jamais reecrit.
       01  F-RECEPTION.
           05  F-REC-NUMERO                   PIC 9(06).
           05  F-REC-FOURNISSEUR              PIC X(10).
           05  F-REC-ARTICLE                  PIC X(10).
           05  F-REC-DATE-CDE                 PIC 9(08).
           05  F-REC-DATE-PREVUE              PIC 9(08).
           05  F-REC-DATE                     PIC 9(08).
           05  F-REC-QTE-COMMANDEE            PIC 9(05).
           05  F-REC-QTE-LIVREE               PIC 9(05).
           05  F-REC-PRIX                     PIC 9(04)V99.
