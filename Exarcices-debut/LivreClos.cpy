      *    Ligne du registre des mois clos du grand livre des clients
      *    (mois-clos-clients.txt), ajoutee par CLOTURE-LIV a chaque
      *    cloture : le mois clos (AAAAMM), la derniere date close,
      *    l'archive datee ou sont partis les mouvements clos, leur
      *    nombre, le total des soldes de cloture repris en a-nouveau
      *    (motif OUV), la date de cloture et l'operateur. Un
      *    mouvement date d'un mois clos est refuse (MoisClos) ;
      *    CLI-DORMANTS, JOURNAL-CPTA et DROITS-PERS y retrouvent les
      *    archives.
       01  F-LIVRE-CLOS.
           05  F-LVC-MOIS                     PIC 9(06).
           05  F-LVC-FIN                      PIC 9(08).
           05  F-LVC-ARCHIVE                  PIC X(30).
           05  F-LVC-NB-MOUVEMENTS            PIC 9(07).
           05  F-LVC-TOTAL                    PIC S9(11)V99.
           05  F-LVC-DATE-CLOTURE             PIC 9(08).
           05  F-LVC-OPERATEUR                PIC X(03).
