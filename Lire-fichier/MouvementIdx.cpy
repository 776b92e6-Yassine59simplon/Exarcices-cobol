      *    Mouvement de stock du journal indexe mouvements.dat, tenu
      *    par le sous-programme MouvementLog en meme temps que
      *    mouvements.txt. Cle : article, date, heure et un numero
      *    d'ordre qui departage les mouvements d'un meme article
      *    dans la meme minute ; cle secondaire (avec doublons) :
      *    date et heure, pour les lectures par periode. HISTO-MVT,
      *    COUVERTURE, ABC-CLASSE et CLOTURE-STOCK s'y positionnent
      *    par START au lieu de relire mouvements.txt de bout en
      *    bout ; MIGRE-MVT charge l'existant et rapproche les deux.
       01  F-MOUVEMENT-IDX.
           05  F-MVI-CLE.
               10  F-MVI-ARTICLE              PIC X(10).
               10  F-MVI-DATE                 PIC 9(08).
               10  F-MVI-HEURE                PIC 9(04).
               10  F-MVI-ORDRE                PIC 9(04).
           05  F-MVI-CLE-DATE.
               10  F-MVI-D-DATE               PIC 9(08).
               10  F-MVI-D-HEURE              PIC 9(04).
           05  F-MVI-SIGNE                    PIC X.
           05  F-MVI-QUANTITE                 PIC 9(05).
           05  F-MVI-AVANT                    PIC 9(05).
           05  F-MVI-APRES                    PIC 9(05).
           05  F-MVI-MOTIF                    PIC X(10).
