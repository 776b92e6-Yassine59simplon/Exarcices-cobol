      * Chaque changement est aussi appose a l'historique permanent
      * historique-categories.txt (date, client, ancienne et
      * nouvelle categorie) que TRAJET-CLIENTS sait relire.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement, un ecart arretant le reclassement (code
      * retour 8), puis recalcules une fois les categories reecrites.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77 WS-DATE-SYS                PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "RECLASSE-C" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O CLIENTS-FICHIER.
       IF WS-CLIENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir clients.dat (statut "
           CLOSE CLIENTS-FICHIER
       END-IF.

      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
       IF WS-TOT-RESULTAT NOT = "E"
           MOVE "S" TO WS-TOT-ACTION
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
       END-IF.

       GOBACK.

      *    Rejoue les regles de classement sur le client courant et,
