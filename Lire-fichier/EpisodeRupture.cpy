      *    Ligne du journal des episodes de rupture
      *    (ruptures-episodes.txt) : l'article est reste a stock nul
      *    du F-EPI-DEBUT (date d'entree en rupture, reprise de
      *    etat-rupture.txt) au F-EPI-FIN (date de l'execution de
      *    RUPTURE qui l'a trouve sorti de rupture, jour exclu).
      *    Ecrit par RUPTURE a la fin de chaque episode et jamais
      *    reecrit ; l'episode en cours reste dans etat-rupture.txt.
      *    VENTES-PERD en tire l'estimation des ventes manquees.
       01  F-EPISODE-RUPTURE.
           05  F-EPI-ARTICLE                  PIC X(10).
           05  F-EPI-DEBUT                    PIC 9(08).
           05  F-EPI-FIN                      PIC 9(08).
