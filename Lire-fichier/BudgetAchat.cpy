      *    Ligne du fichier des budgets d'achat (budgets-achats.txt) :
      *    montant que l'on s'autorise a acheter a un fournisseur sur
      *    un mois (AAAAMM), entretenu par MAINT-BUDGET et controle
      *    par CMDE-FOURN a chaque proposition de commande. Un
      *    fournisseur sans ligne pour le mois n'a pas de budget et
      *    n'est pas controle.
       01  F-BUDGET-ACHAT.
           05  F-BUD-FOURNISSEUR              PIC X(10).
           05  F-BUD-MOIS                     PIC 9(06).
           05  F-BUD-MONTANT                  PIC 9(07)V99.
