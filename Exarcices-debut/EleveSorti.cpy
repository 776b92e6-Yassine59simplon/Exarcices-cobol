      *    Ligne du registre des eleves sortis (eleves-sortis.txt) :
      *    l'eleve retire du referentiel eleves-ref.txt y est garde
      *    avec son identite, sa derniere classe et l'annee scolaire
      *    de sa sortie, pour que son releve pluriannuel
      *    (RELEVE-ELEVE) reste possible apres son depart.
      *    Motif : R = retire en cours de scolarite,
      *    F = fin de scolarite (derniere annee achevee).
       01  F-ELEVE-SORTI.
           05  F-SOR-NUMERO                   PIC 9(05).
           05  F-SOR-NOM                      PIC X(30).
           05  F-SOR-CLASSE                   PIC X(03).
           05  F-SOR-ENTREE                   PIC 9(08).
           05  F-SOR-ANNEE                    PIC X(04).
           05  F-SOR-DATE                     PIC 9(08).
           05  F-SOR-MOTIF                    PIC X.
