      *    Lien entre un eleve (numero de eleves-ref.txt) et un de
      *    ses parents, personne du maitre personnes.dat
      *    (parents-eleves.txt, entretenu par MAINT-PARENTS).
      *    Role : M = mere, P = pere, T = tuteur.
      *    Principal : O = contact principal de la famille (un seul
      *    par eleve). Courrier : O = recoit les lettres et bulletins.
      *    AdresseParent en tire le bloc destinataire de LETTRES-PAR
      *    et de BULLETIN.
       01  F-LIEN-PARENT.
           05  F-LPA-ELEVE                    PIC 9(05).
           05  F-LPA-PERSONNE                 PIC 9(05).
           05  F-LPA-ROLE                     PIC X.
           05  F-LPA-PRINCIPAL                PIC X.
           05  F-LPA-COURRIER                 PIC X.
