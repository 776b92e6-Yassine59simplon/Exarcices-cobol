       01 WS-SEUIL-PREMIUM  PIC 9(6)V99 VALUE 10000.
       01 WS-SEUIL-FIDELE   PIC 9(6)V99 VALUE 5000.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.

       CALL "Bandeau".
       DISPLAY "Entrez un nombre: ".
       ACCEPT WS-NUMBER-01.


       DISPLAY "Le client est de catégorie : " ClientCategory

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION
       MOVE "clients.dat" TO WS-TOT-MAITRE
       MOVE "TEST-VIP" TO WS-TOT-QUI
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF

      *    Comptage des clients déjà enregistrés dans le fichier
      *    maître, et releve du plus grand numero attribue
       OPEN INPUT CLIENTS-FICHIER
               ADD 1 TO WS-CLIENTS-TOTAL
       END-WRITE
       CLOSE CLIENTS-FICHIER
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
       IF WS-TOT-RESULTAT NOT = "E"
           MOVE "S" TO WS-TOT-ACTION
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
       END-IF

      *    La categorie d'entree part aussi dans l'historique
      *    permanent des categories (ancienne a blanc : creation),
