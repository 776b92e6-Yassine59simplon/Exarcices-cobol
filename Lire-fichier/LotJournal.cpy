      *    Ligne du journal des lots (lots-journal.txt) : chaque
      *    entree d'un lot dans lots.txt (signe +, RECEPTION-CDE ou
      *    livraison AJUSTE-STOCK) et chaque sortie servie sur un lot
      *    au plus proche perime (signe -, AJUSTE-STOCK, VALIDE-
      *    AJUST, VENTE-CPT, CONSO-PIZZA et RETOUR-FOURN), avec le
      *    motif du mouvement et, pour une soiree pizza, le numero
      *    de la commande de historique-commandes.txt (pour une
      *    vente, le numero de la facture ; pour un retour
      *    fournisseur, le numero du retour). RAPPEL-LOT le relit
      *    pour dire ou est passe un lot rappele. Jamais reecrit.
       01  F-LOT-JOURNAL.
           05  F-LJ-DATE                      PIC 9(08).
           05  F-LJ-ARTICLE                   PIC X(10).
           05  F-LJ-LOT                       PIC X(10).
           05  F-LJ-SIGNE                     PIC X.
           05  F-LJ-QTE                       PIC 9(05).
           05  F-LJ-MOTIF                     PIC X(10).
           05  F-LJ-REFERENCE                 PIC X(10).
