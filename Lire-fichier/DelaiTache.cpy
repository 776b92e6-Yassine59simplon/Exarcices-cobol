      *    Ligne du suivi des delais des taches generees
      *    (taches-delais.txt) : GENERE-TACHES en ecrit une a la
      *    creation de chaque tache tiree d'une alerte ou d'une
      *    rupture, avec la date cible calculee en jours ouvres
      *    (DateUtil) selon le delai de sa priorite ; SUIVI-DELAIS la
      *    clot d'apres taches_terminees.txt et leve le drapeau de
      *    depassement des taches ouvertes hors delai. La description
      *    est celle de taches.txt, cle du rapprochement.
      *    Source : ALR = alerte, RUP = rupture.
      *    Etat : O = ouverte, T = close a temps, R = close en retard,
      *    S = supprimee de la liste sans etre terminee.
      *    Depassement : O = ouverte et date cible passee.
       01  F-DELAI-TACHE.
           05  F-DLT-DESC                     PIC X(20).
           05  F-DLT-SOURCE                   PIC X(03).
           05  F-DLT-PRIORITE                 PIC 9.
           05  F-DLT-DATE-OUVERTURE           PIC 9(08).
           05  F-DLT-DATE-CIBLE               PIC 9(08).
           05  F-DLT-ETAT                     PIC X.
           05  F-DLT-DEPASSEMENT              PIC X.
           05  F-DLT-DATE-CLOTURE             PIC 9(08).
           05  F-DLT-OPERATEUR                PIC X(03).
