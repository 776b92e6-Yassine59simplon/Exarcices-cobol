      *    Ligne du journal comptable du jour (journal-comptable-
      *    AAAAMMJJ.txt) remis au comptable, ecrit par JOURNAL-CPTA.
      *    Chaque evenement de la journee donne une piece de deux
      *    lignes de meme numero et de meme montant : une au debit
      *    (F-ECR-SENS "D"), une au credit ("C"). Les comptes et le
      *    libelle viennent de la table comptes-comptables.txt.
      *    F-ECR-SOURCE dit d'ou vient la piece : MVT (journal des
      *    mouvements de stock mouvements.dat), CLI (mouvements des
      *    comptes clients mouvements-clients.txt) ou RGL (reglements
      *    des convives reglements.txt) ; F-ECR-REFERENCE permet d'y
      *    retrouver la ligne d'origine. Le fichier n'est ecrit que si
      *    le total des debits egale le total des credits.
       01  F-ECRITURE.
           05  F-ECR-DATE                     PIC 9(08).
           05  F-ECR-PIECE                    PIC 9(05).
           05  F-ECR-COMPTE                   PIC X(08).
           05  F-ECR-SENS                     PIC X.
           05  F-ECR-MONTANT                  PIC 9(09)V99.
           05  F-ECR-EVENEMENT                PIC X(10).
           05  F-ECR-SOURCE                   PIC X(03).
           05  F-ECR-REFERENCE                PIC X(40).
           05  F-ECR-LIBELLE                  PIC X(30).
