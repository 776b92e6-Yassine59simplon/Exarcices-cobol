      *    Ligne des retours de courrier campagnes-retours.txt,
      *    saisie dans CAMPAGNES pour chaque lettre revenue "n'habite
      *    pas a l'adresse indiquee" : la campagne, la personne
      *    destinataire de l'envoi, la date de saisie et l'operateur.
      *    La personne est marquee en retour (F-PER-NPAI) dans le
      *    maitre jusqu'a la correction de son adresse.
       01  F-RETOUR.
           05  F-RET-CAMPAGNE                 PIC X(08).
           05  F-RET-PERSONNE                 PIC 9(05).
           05  F-RET-DATE                     PIC 9(08).
           05  F-RET-OPERATEUR                PIC X(03).
