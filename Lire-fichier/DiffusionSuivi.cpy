      *    Ligne du suivi de diffusion des rapports
      *    (diffusion-suivi.txt) : un rapport date remis a un
      *    operateur. DIFFUSION ecrit une ligne en attente par
      *    destinataire de chaque nouveau rapport ; RAPPORTS-VUE la
      *    passe a lu quand le destinataire ouvre le rapport, ou
      *    ajoute une ligne de consultation quand un autre operateur
      *    l'ouvre. MATIN-BRIEF rappelle les rapports en attente.
      *    Etat : A = en attente, L = lu par le destinataire,
      *    C = consulte hors liste de diffusion.
       01  F-DIFFUSION-SUIVI.
           05  F-DSU-DATE                     PIC 9(08).
           05  F-DSU-RAPPORT                  PIC X(30).
           05  F-DSU-NOM-DATE                 PIC X(40).
           05  F-DSU-OPERATEUR                PIC X(03).
           05  F-DSU-COPIES                   PIC 9(02).
           05  F-DSU-ETAT                     PIC X.
           05  F-DSU-DATE-LU                  PIC 9(08).
