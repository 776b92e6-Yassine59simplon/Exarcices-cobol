      * qualite E = exacte / P = phonetique), et liste dans
      * rapprochement.txt les clients sans fiche personne et les
      * personnes qui ressemblent a des clients non enregistres.
      * Les totaux de controle de clients.dat et de personnes.dat
      * (TotauxMaitre) sont verifies au lancement : un ecart arrete le
      * rapprochement (code retour 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-PROSPECTS            PIC 9(04) VALUE 0.
       01 WS-LIGNE-TRAVAIL           PIC X(80).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "RAPPROCHE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "RAPPROCHE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CHARGER-PERSONNES.
       IF WS-NB-PER = 0
           DISPLAY "personnes.dat est vide ou absent ; lancer "
