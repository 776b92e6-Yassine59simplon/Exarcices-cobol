      * l'archive personnes-archives.txt puis le retire du maitre
      * personnes.dat ; la liste et la restauration rattrapent un
      * marquage pose par erreur.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque archivage ou restauration laisse dans
      * personnes-histo.txt (HistoPersonne) l'image avant et l'image
      * apres, au nom de l'operateur identifie au lancement
      * (Connexion).
      * Un doublon fusionne par FUSION-NUM (etat F) n'est pas restaure
      * ici : seule l'annulation de la fusion le rend au maitre avec
      * ses liens.

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

      *    Operateur de la session (OPERATIONS ou Connexion) et
      *    images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "ARCHIV-PER".
       01 WS-HPE-ACTION              PIC X.
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "ARCHIV-PER" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
      *    Chaque changement est historise au nom de l'operateur :
      *    pas de session sans operateur identifie
       IF WS-OPERATEUR-COURANT = LOW-VALUES
           MOVE SPACES TO WS-OPERATEUR-COURANT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           CALL "Connexion" USING WS-CNX-ACTION
                                  WS-OPERATEUR-COURANT
                                  WS-CNX-RESULTAT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           DISPLAY "Mise a jour refusee : operateur non identifie."
           STOP RUN
       END-IF.
       MOVE "P" TO WS-VER-ACTION.
       MOVE "personnes.dat" TO WS-VER-FICHIER.
       MOVE "ARCHIV-PER" TO WS-VER-QUI.
           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM ARCHIVER-PERSONNE
                       THRU ARCHIVER-PERSONNE-FIN
               WHEN 2
                   PERFORM CHARGER-ARCHIVES
                   PERFORM LISTER-ARCHIVES
               WHEN 3
                   PERFORM RESTAURER-PERSONNE
                       THRU RESTAURER-PERSONNE-FIN
               WHEN 4
                   DISPLAY "Au revoir."
               WHEN OTHER
           END-EVALUATE
       END-PERFORM.

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
               CLOSE FICHIER-P
               GO TO ARCHIVER-PERSONNE-FIN
           END-IF.
           MOVE F-PERSONNE TO WS-HPE-AVANT.
           MOVE WS-ETAT-SAISI  TO F-PER-ETAT.
           MOVE WS-DATE-SAISIE TO F-PER-DATE-ETAT.
           OPEN EXTEND ARCHIVES-FICHIER.
               NOT INVALID KEY
                   DISPLAY "Personne " WS-NUMERO-DEMANDE
                           " archivee et retiree du maitre."
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   MOVE "A" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-DELETE.
           CLOSE FICHIER-P.
       ARCHIVER-PERSONNE-FIN.
               DISPLAY "Numero absent de l'archive."
               GO TO RESTAURER-PERSONNE-FIN
           END-IF.
      *    Un doublon fusionne (etat F) ne revient au maitre que
      *    par l'annulation de sa fusion, qui lui rend aussi ses liens
           MOVE WS-ARC(WS-IDX-ARC-TROUVE) TO WS-ARC-VUE.
           IF WS-ARC-ETAT = "F"
               DISPLAY "Personne fusionnee le " WS-ARC-DATE-ETAT
                       " : restauration par l'annulation de la "
                       "fusion (FUSION-NUM)."
               GO TO RESTAURER-PERSONNE-FIN
           END-IF.

           OPEN I-O FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               GO TO RESTAURER-PERSONNE-FIN
           END-IF.
           MOVE WS-ARC(WS-IDX-ARC-TROUVE) TO F-PERSONNE.
           MOVE F-PERSONNE TO WS-HPE-AVANT.
           MOVE SPACE TO F-PER-ETAT.
           MOVE 0 TO F-PER-DATE-ETAT.
           WRITE F-PERSONNE
                   CLOSE FICHIER-P
                   GO TO RESTAURER-PERSONNE-FIN
               NOT INVALID KEY
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   MOVE "R" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-WRITE.
           CLOSE FICHIER-P.

                   " restauree au maitre.".
       RESTAURER-PERSONNE-FIN.
           EXIT.

      *    Images avant et apres ajoutees a personnes-histo.txt
       HISTORISER-PERSONNE.
           CALL "HistoPersonne" USING WS-HPE-PROGRAMME WS-HPE-ACTION
                                      WS-HPE-AVANT WS-HPE-APRES.
