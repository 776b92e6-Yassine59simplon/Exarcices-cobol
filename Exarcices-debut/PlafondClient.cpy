      *    Ligne des plafonds de credit personnalises
      *    plafonds-clients.txt, ajoutee par CLIENT-MAINT (superviseur)
      *    et jamais reecrite : la derniere ligne d'un client fait foi.
      *    Type P = plafond personnalise F-PLC-PLAFOND ; type D = retour
      *    au plafond par defaut de la categorie du client (cles
      *    PLAFOND-... de parametres.txt, voir PlafondCredit).
       01  F-PLAFOND-CLIENT.
           05  F-PLC-CLIENT                   PIC 9(05).
           05  F-PLC-TYPE                     PIC X.
           05  F-PLC-PLAFOND                  PIC 9(6)V99.
           05  F-PLC-DATE                     PIC 9(08).
           05  F-PLC-OPERATEUR                PIC X(03).
