      * Liste simple du maitre indexe des personnes personnes.dat
      * (migre par MIGRE-PERSONNES), numero en tete de chaque ligne :
      * la reference sans ambiguite des rapports.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-FIN_F      PIC X    VALUE "C".
       01 WS-NB-LUES    PIC 9(3) VALUE 0.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "LIRE-GENS" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       OPEN INPUT FICHIER.
       IF WS-FICHIER-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir personnes.dat (statut "
