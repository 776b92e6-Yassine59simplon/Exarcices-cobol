      *    Ligne du registre des feuilles de notes emises
      *    (feuilles-emises.txt) : chaque feuille pre-remplie par
      *    PREP-FEUILLE y est inscrite avec l'entete qu'elle porte
      *    (matiere, date du controle, classe, type d'evaluation),
      *    le nombre d'eleves imprimes, la date d'emission et
      *    l'operateur. CHARGE-NOTES refuse une feuille dont l'entete
      *    ne figure pas au registre.
       01  F-FEUILLE-EMISE.
           05  F-EMI-MATIERE                  PIC X(10).
           05  F-EMI-JOUR                     PIC 9(02).
           05  F-EMI-MOIS                     PIC 9(02).
           05  F-EMI-ANNEE                    PIC 9(04).
           05  F-EMI-CLASSE                   PIC X(03).
           05  F-EMI-TYPE                     PIC X(01).
           05  F-EMI-NB-ELEVES                PIC 9(03).
           05  F-EMI-DATE                     PIC 9(08).
           05  F-EMI-OPERATEUR                PIC X(03).
