      * lancer MIGRE-CLI-IDX ; c'est la que vivent les numeros en
      * double) ou le maitre indexe clients.dat (ou la cle garantit
      * deja l'unicite des numeros).
      * L'audit de clients.dat verifie d'abord les totaux de controle du
      * maitre (TotauxMaitre) ; un ecart est signale et alerte le
      * superviseur.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NOM                     PIC X(20).
       01 WS-TYPE                    PIC X(10).
       01 WS-BALANCE-BRUTE           PIC X(08).
      *    Solde signe (un decouvert est permis) : la vue numerique
      *    de la zone lue, testee avant tout calcul
       01 WS-BALANCE-LUE REDEFINES WS-BALANCE-BRUTE
                                     PIC S9(6)V99.
       01 WS-BALANCE                 PIC S9(6)V99.
       01 WS-CATEGORY                PIC X(20).
       01 WS-BALANCE-OK              PIC X.
       01 WS-CATEGORIE-ATTENDUE      PIC X(20).
       01 WS-MOTIF                   PIC X(40).
       01 WS-LIGNE-ANOMALIE          PIC X(100).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "1. Auditer clients.txt (avant migration)".
       DISPLAY "2. Auditer clients.dat (maitre indexe)".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX.

      *    Totaux de controle du maitre : un ecart est signale, et
      *    l'audit qui suit aide justement a l'examiner
       IF WS-CHOIX = 2
           MOVE "V" TO WS-TOT-ACTION
           MOVE "clients.dat" TO WS-TOT-MAITRE
           MOVE "AUDIT-CLI" TO WS-TOT-QUI
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
       END-IF.

       OPEN OUTPUT ANOMALIES-FICHIER.
       IF WS-ANOMALIES-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire anomalies-clients.txt"
                           MOVE F-CLIENT(1:5)  TO WS-NUMERO
                           MOVE F-CLIENT-NOM   TO WS-NOM
                           MOVE F-CLIENT-TYPE  TO WS-TYPE
                           MOVE F-CLIENT-BALANCE TO WS-BALANCE-LUE
                           MOVE F-CLIENT-CATEGORY TO WS-CATEGORY
                           PERFORM CONTROLER-LIGNE
                   END-READ
               PERFORM ECRIRE-ANOMALIE
           END-IF.
           MOVE "O" TO WS-BALANCE-OK.
           IF WS-BALANCE-LUE IS NOT NUMERIC
               MOVE "N" TO WS-BALANCE-OK
               MOVE "solde non numerique" TO WS-MOTIF
               PERFORM ECRIRE-ANOMALIE
      *    La categorie portee doit etre celle que les seuils du
      *    jour donneraient (les memes WHEN que RECLASSE-CLIENTS)
       CONTROLER-COHERENCE.
           MOVE WS-BALANCE-LUE TO WS-BALANCE.
           EVALUATE TRUE
               WHEN WS-TYPE = "VIP"
                    AND WS-BALANCE > WS-SEUIL-PLATINE
