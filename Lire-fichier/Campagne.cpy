      *    Ligne du fichier des campagnes de courrier campagnes.txt,
      *    ajoutee par le sous-programme Campagne quand un tirage
      *    d'etiquettes (ETIQUETTES, GERE-MENAGES) est rattache a un
      *    code de campagne : le code (unique), la date du tirage, le
      *    programme et l'operateur qui l'ont produit, et la
      *    selection appliquee. CAMPAGNES en tire la liste et le
      *    rapport de chaque campagne.
       01  F-CAMPAGNE.
           05  F-CAM-CODE                     PIC X(08).
           05  F-CAM-DATE                     PIC 9(08).
           05  F-CAM-PROGRAMME                PIC X(10).
           05  F-CAM-OPERATEUR                PIC X(03).
           05  F-CAM-SELECTION                PIC X(40).
