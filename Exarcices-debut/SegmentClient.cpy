      *    Segment d'un client au dernier passage de SEGMENTS-CLI
      *    (segments-clients.txt, reecrit a chaque passage ; la version
      *    precedente sert a reperer les changements de segment).
      *    Notes de 1 a 5 : R recence du dernier mouvement, F nombre
      *    de mouvements sur douze mois, M montant mouvemente sur
      *    douze mois. Segment CHAMPION, FIDELE, A-RISQUE, PERDU ou
      *    NOUVEAU.
       01  F-SEGMENT-CLIENT.
           05  F-SEG-CLIENT                   PIC 9(05).
           05  F-SEG-DATE                     PIC 9(08).
           05  F-SEG-SEGMENT                  PIC X(10).
           05  F-SEG-NOTE-R                   PIC 9.
           05  F-SEG-NOTE-F                   PIC 9.
           05  F-SEG-NOTE-M                   PIC 9.
           05  F-SEG-DERNIER                  PIC 9(08).
           05  F-SEG-NB-MOUVEMENTS            PIC 9(05).
           05  F-SEG-MONTANT                  PIC 9(9)V99.
           05  F-SEG-CATEGORIE                PIC X(20).
