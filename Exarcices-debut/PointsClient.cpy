      *    Ligne du grand livre des points de fidelite
      *    points-clients.txt, tenu a part du grand livre en euros et
      *    jamais reecrit : ajoutee par le sous-programme
      *    PointsFidelite (gains et utilisations) et par POINTS-FID
      *    (expirations).
      *    Type GAI = points gagnes sur un depot ou un achat
      *    (F-PTS-BASE = montant en euros qui les a valus) ; UTI =
      *    points utilises en avoir ou sur un achat (F-PTS-BASE =
      *    valeur en euros) ; EXP = points expires. F-PTS-ORIGINE
      *    porte le motif du mouvement en euros lie (DEP, VTE, PTS)
      *    ou EXP.
       01  F-POINTS-CLIENT.
           05  F-PTS-CLIENT                   PIC 9(05).
           05  F-PTS-DATE                     PIC 9(08).
           05  F-PTS-TYPE                     PIC X(03).
           05  F-PTS-POINTS                   PIC 9(07).
           05  F-PTS-BASE                     PIC 9(6)V99.
           05  F-PTS-ORIGINE                  PIC X(03).
           05  F-PTS-OPERATEUR                PIC X(03).
