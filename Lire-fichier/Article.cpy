      *    AJUSTE-STOCK, CMDE-FOURN, VALORISATION et MIGRE-INVENTAIRE.
      *    Outre le nom et le stock herites de l'ancien inventaire.txt,
      *    l'article porte son code, son prix unitaire, son code
      *    fournisseur et son point de commande F-PAR-ARTICLE (seuil
      *    de reapprovisionnement recalcule par POINTS-CDE ; le
      *    niveau cible vise a la commande est dans fournisseurs.txt).
      *    F-STOCK-ARTICLE reste le stock total ; F-RAYON-ARTICLE est
      *    la part de ce stock en rayon (le reste est en reserve).
      *    TRANSFERT deplace les quantites entre reserve et rayon ;
      *    MIGRE-EMPLACE migre un maitre anterieur a ce champ.
      *    F-PRIX-ARTICLE est le prix de vente ; F-COUT-ARTICLE est le
      *    cout d'achat moyen pondere, recalcule par RECEPTION-CDE a
      *    chaque livraison au prix livre. MIGRE-COUT migre un maitre
      *    anterieur a ce champ (cout initialise au prix de vente).
      *    Deux cles secondaires completent la cle du nom :
      *    F-CODE-ARTICLE pour l'acces direct par code (un code n'est
      *    attribue qu'a un article, controle a la creation ; les
      *    anciens articles sans code restent a blanc, d'ou les
      *    doublons admis par la cle) et F-FOURN-ARTICLE pour
      *    parcourir dans l'ordre les articles d'un fournisseur.
      *    MIGRE-CLES reconstruit un maitre anterieur a ces cles.
       01  F-ARTICLE.
           05  F-NOM-ARTICLE                  PIC X(10).
           05  F-CODE-ARTICLE                 PIC X(06).
           05  F-FOURN-ARTICLE                PIC X(10).
           05  F-PAR-ARTICLE                  PIC 9(03).
           05  F-RAYON-ARTICLE                PIC 9(05).
           05  F-COUT-ARTICLE                 PIC 9(04)V99.
