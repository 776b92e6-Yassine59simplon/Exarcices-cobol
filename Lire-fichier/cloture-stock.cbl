      * un fichier de cloture date (cloture-AAAAMM.txt : article,
      * quantite, prix, valeur), compare a la cloture du mois
      * precedent, et rapproche article par article : quantite de la
      * cloture precedente + mouvements du mois (mouvements.dat) =
      * quantite de la nouvelle cloture. Tout ecart inexplique est
      * liste dans cloture-rapport.txt : c'est du stock qui a bouge
      * sans passer par AJUSTE-STOCK.
      * Les lignes TRANSFERT du journal ne changent pas le stock
      * total (reserve <-> rayon) et sont donc ignorees ici.
      * Les mouvements du mois sont lus dans le journal indexe
      * mouvements.dat, positionne par START sur le premier du mois.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete la cloture (code retour
      * 8).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

      *    Cloture du mois demande, creee par cette execution
           SELECT CLOTURE-FICHIER ASSIGN TO WS-NOM-CLOTURE
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  CLOTURE-FICHIER.
       01  F-LIGNE-CLOTURE.

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-CLOTURE-STATUS                    PIC XX.
       01 WS-PRECEDENTE-STATUS                 PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "Mois a cloturer (AAAAMM, vide = mois en cours) : ".
       ACCEPT WS-MOIS-CLOTURE.
       IF WS-MOIS-CLOTURE = 0
      *    les transferts reserve/rayon ne changent pas le stock
      *    total et sont ignores
       CUMULER-MOUVEMENTS.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "mouvements.dat absent : rapprochement sans "
                       "mouvements"
           ELSE
               COMPUTE F-MVI-D-DATE = WS-MOIS-CLOTURE * 100 + 1
               MOVE 0 TO F-MVI-D-HEURE
               START MVT-INDEXE-FICHIER
                   KEY IS NOT LESS THAN F-MVI-CLE-DATE
                   INVALID KEY
                       MOVE "F" TO WS-FIN
               END-START
               PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
                   READ MVT-INDEXE-FICHIER NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MVI-D-DATE(1:6) NOT = WS-MOIS-CLOTURE
                               MOVE "10" TO WS-MVT-INDEXE-STATUS
                           ELSE
                               IF F-MVI-MOTIF(1:9) NOT = "TRANSFERT"
                                   PERFORM CUMULER-LIGNE-MVT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MVT-INDEXE-FICHIER
           END-IF.

       CUMULER-LIGNE-MVT.
           IF F-MVI-SIGNE = "-"
               COMPUTE WS-MVT-SIGNE = 0 - F-MVI-QUANTITE
           ELSE
               MOVE F-MVI-QUANTITE TO WS-MVT-SIGNE
           END-IF.
           MOVE 0 TO WS-IDX-MVC-TROUVE.
           PERFORM VARYING WS-IDX-MVC FROM 1 BY 1
                   UNTIL WS-IDX-MVC > WS-NB-MVC
                   OR WS-IDX-MVC-TROUVE NOT = 0
               IF WS-MVC-ARTICLE(WS-IDX-MVC) = F-MVI-ARTICLE
                   MOVE WS-IDX-MVC TO WS-IDX-MVC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-MVC-TROUVE = 0
               IF WS-NB-MVC < 100
                   ADD 1 TO WS-NB-MVC
                   MOVE F-MVI-ARTICLE TO WS-MVC-ARTICLE(WS-NB-MVC)
                   MOVE WS-MVT-SIGNE TO WS-MVC-NET(WS-NB-MVC)
               END-IF
           ELSE
