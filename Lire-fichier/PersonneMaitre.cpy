           05  F-PER-TEL                      PIC X(12).
      *    Etat pose par ARCHIVE-PERS : blanc ou A = actif,
      *    I = inactif, D = decede, avec la date du marquage ;
      *    les personnes I ou D sortent des rapports des vivants.
      *    F = doublon fusionne par FUSION-NUM (archive seulement)
           05  F-PER-ETAT                     PIC X.
           05  F-PER-DATE-ETAT                PIC 9(08).
      *    Genre (M/F, blanc = inconnu), saisi par Personnes-d ;
      *    DEMOGRAPHIE en tire la pyramide des ages a deux versants
           05  F-PER-GENRE                    PIC X.
      *    Courrier revenu "n'habite pas a l'adresse indiquee",
      *    saisi dans CAMPAGNES : O = adresse en retour, sautee par
      *    les tirages d'etiquettes ; Personnes-d remet le drapeau
      *    a blanc quand l'adresse est corrigee
           05  F-PER-NPAI                     PIC X.
           05  FILLER                         PIC X(02).
