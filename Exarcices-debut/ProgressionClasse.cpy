      *    Ligne de la table de progression des classes
      *    (classes-progression.txt), tenue par le secretariat : pour
      *    chaque classe, celle ou passe un eleve admis a la fin de
      *    l'annee (PASSAGE-ANNEE). Une classe suivante vide marque
      *    la derniere annee de l'etablissement : l'eleve admis en
      *    sort et rejoint le registre eleves-sortis.txt.
       01  F-PROGRESSION-CLASSE.
           05  F-PRG-CLASSE                   PIC X(03).
           05  F-PRG-SUIVANTE                 PIC X(03).
