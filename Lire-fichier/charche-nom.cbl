      * prenom ou plage d'annees de naissance, plus la modification
      * et la suppression par cle. Chaque resultat porte le numero
      * de la personne, la reference sans ambiguite des rapports.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement, un ecart etant signale sans bloquer la
      * recherche, et recalcules apres chaque modification ou
      * suppression.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque modification ou suppression laisse dans
      * personnes-histo.txt (HistoPersonne) l'image avant et l'image
      * apres, au nom de l'operateur (Connexion si la session n'en a
      * pas).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CODE-CHERCHE       PIC X(10).
       01 WS-CODE-COURANT       PIC X(10).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Operateur de la session (OPERATIONS ou Connexion) et
      *    images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "CHARCHE".
       01 WS-HPE-ACTION              PIC X.
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).


       PROCEDURE DIVISION.
      * Recupere l'annee en cours auprès de l'horloge systeme
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-ACT.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "CHARCHE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "1. Rechercher une personne par son nom exact".
       DISPLAY "2. Rechercher par morceau de nom".
       DISPLAY "3. Rechercher par prenom".
      *    verrou partage : refus immediat quand quelqu'un d'autre
      *    modifie deja le maitre
       MODIFIER-SOUS-VERROU.
           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT = "O"
               PERFORM MODIFIER-PERSONNE THRU MODIFIER-PERSONNE-FIN
               PERFORM LIBERER-VERROU-PERSONNES
           END-IF.

       SUPPRIMER-SOUS-VERROU.
           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT = "O"
               PERFORM SUPPRIMER-PERSONNE THRU SUPPRIMER-PERSONNE-FIN
               PERFORM LIBERER-VERROU-PERSONNES
           END-IF.

      *    Chaque changement est historise au nom de l'operateur :
      *    sans operateur identifie, le verrou n'est pas pose et la
      *    mise a jour est refusee
       POSER-VERROU-PERSONNES.
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               DISPLAY "Mise a jour refusee : operateur non "
                       "identifie."
               MOVE "N" TO WS-VER-RESULTAT
               GO TO POSER-VERROU-PERSONNES-FIN
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "personnes.dat" TO WS-VER-FICHIER.
           MOVE "CHARCHE" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       POSER-VERROU-PERSONNES-FIN.
           EXIT.

       LIBERER-VERROU-PERSONNES.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
               INVALID KEY
                   DISPLAY "** Personne disparue du maitre **"
               NOT INVALID KEY
                   MOVE F-PERSONNE TO WS-HPE-AVANT
                   DISPLAY "Nouveau prenom pour " F-PER-NOM
                           " : " WITH NO ADVANCING
                   ACCEPT F-PER-PRENOM
                       NOT INVALID KEY
                           DISPLAY "Personne " F-PER-NUMERO
                                   " mise a jour dans personnes.dat"
                           MOVE F-PERSONNE TO WS-HPE-APRES
                           IF WS-HPE-APRES NOT = WS-HPE-AVANT
                               MOVE "M" TO WS-HPE-ACTION
                               PERFORM HISTORISER-PERSONNE
                           END-IF
                   END-REWRITE
           END-READ.
           CLOSE FICHIER-P.
               GO TO SUPPRIMER-PERSONNE-FIN
           END-IF.
           MOVE WS-NUMERO-P(WS-IDX-TROUVE) TO F-PER-NUMERO.
      *    Lecture prealable pour l'image avant de l'historique
           MOVE SPACES TO WS-HPE-AVANT.
           READ FICHIER-P
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F-PERSONNE TO WS-HPE-AVANT
           END-READ.
           DELETE FICHIER-P
               INVALID KEY
                   DISPLAY "** Personne disparue du maitre **"
               NOT INVALID KEY
                   DISPLAY "Personne " WS-NUMERO-P(WS-IDX-TROUVE)
                           " supprimee de personnes.dat"
                   MOVE SPACES TO WS-HPE-APRES
                   MOVE "S" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-DELETE.
           CLOSE FICHIER-P.
       SUPPRIMER-PERSONNE-FIN.
           EXIT.

      *    Images avant et apres ajoutees a personnes-histo.txt
       HISTORISER-PERSONNE.
           CALL "HistoPersonne" USING WS-HPE-PROGRAMME WS-HPE-ACTION
                                      WS-HPE-AVANT WS-HPE-APRES.
