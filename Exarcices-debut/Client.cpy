           05  F-CLIENT-NUMERO                PIC 9(05).
           05  F-CLIENT-NOM                   PIC X(20).
           05  F-CLIENT-TYPE                  PIC X(10).
      *    Solde signe : un solde negatif est un decouvert, permis
      *    dans la limite du plafond de credit du client
      *    (PlafondCredit)
           05  F-CLIENT-BALANCE               PIC S9(6)V99.
           05  F-CLIENT-CATEGORY              PIC X(20).
