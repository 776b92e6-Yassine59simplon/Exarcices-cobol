      *    Ligne du journal des fusions de numeros de personne
      *    fusions-personnes.txt, ajoutee par FUSION-NUM et jamais
      *    reecrite. Chaque fusion a son numero et laisse :
      *      F = la fusion : le survivant, le doublon (nom et prenom
      *          pour le rapport) et l'image du survivant avant la
      *          fusion (PersonneMaitre.cpy), que l'annulation remet ;
      *      L = un lien repointe du doublon vers le survivant :
      *          fichier (M = menages.txt, X = clients-personnes.txt,
      *          P = parents-eleves.txt, E = campagnes-envois.txt,
      *          R = campagnes-retours.txt), ligne avant et ligne
      *          apres (a blanc : ligne retiree, le survivant ayant
      *          deja le meme lien) ;
      *      A = l'annulation de la fusion.
      *    Le doublon part dans personnes-archives.txt avec l'etat F
      *    (fusionne) et la date de la fusion.
       01  F-FUSION.
           05  F-FUS-NUMERO                   PIC 9(04).
           05  F-FUS-TYPE                     PIC X.
           05  F-FUS-DATE                     PIC 9(08).
           05  F-FUS-HEURE                    PIC 9(06).
           05  F-FUS-OPERATEUR                PIC X(03).
           05  F-FUS-SURVIVANT                PIC 9(05).
           05  F-FUS-DOUBLON                  PIC 9(05).
           05  F-FUS-NOM-DOUBLON              PIC X(30).
           05  F-FUS-DETAIL                   PIC X(120).
           05  F-FUS-LIEN REDEFINES F-FUS-DETAIL.
               10  F-FUS-FICHIER              PIC X.
               10  F-FUS-AVANT                PIC X(40).
               10  F-FUS-APRES                PIC X(40).
               10  FILLER                     PIC X(39).
