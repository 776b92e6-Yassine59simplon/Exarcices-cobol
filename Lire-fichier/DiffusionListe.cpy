      *    Ligne des listes de diffusion des rapports
      *    (diffusion-listes.txt) : un destinataire d'un type de
      *    rapport (nom fixe du rapport, tel que RapportRegistre
      *    l'inscrit dans rapports-index.txt) et le nombre
      *    d'exemplaires papier a lui imprimer (0 = consultation a
      *    l'ecran seulement). Entretenu par MAINT-DIFFUSION, lu par
      *    DIFFUSION.
       01  F-DIFFUSION-LISTE.
           05  F-DLI-RAPPORT                  PIC X(30).
           05  F-DLI-OPERATEUR                PIC X(03).
           05  F-DLI-COPIES                   PIC 9(02).
