      *   inventaire : ARTICLE,CODE,STOCK,PRIX,FOURNISSEUR,PAR
      *   eleves     : NOM,NB,NOTE1,NOTE2,NOTE3,NOTE4,NOTE5,CLASSE
      * Une premiere ligne d'entete de colonnes est ignoree.
      * Un code article deja attribue a un autre article du maitre
      * est refuse (cle secondaire F-CODE-ARTICLE).
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant l'import des articles, un ecart etant signale
      * sans bloquer l'import, et recalcules une fois le maitre charge.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT ELEVE-FILE ASSIGN TO "eleves.txt"
       01 WS-VAL-PAR                 PIC 9(03).
       01 WS-IDX-NOTE                PIC 9(01).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "1. Importer inventaire-import.csv dans "
               "inventaire.dat".
       DISPLAY "2. Importer eleves-import.csv dans eleves.txt".
      *    Import du CSV d'inventaire : chaque ligne propre cree ou
      *    met a jour son article dans le maitre indexe
       IMPORTER-INVENTAIRE.
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "IMPORT-CSV" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "IMPORT-CSV" TO WS-VER-QUI.
                           WS-NB-PRIX-CHANGES
               END-IF
           END-IF.
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
                   ADD 1 TO WS-NB-SAUTEES
               ELSE
                   PERFORM CONTROLER-LIGNE-INVENTAIRE
                   IF WS-MOTIF-REJET = SPACES
                       PERFORM CONTROLER-CODE-UNIQUE
                   END-IF
                   IF WS-MOTIF-REJET NOT = SPACES
                       PERFORM ECRIRE-ERREUR
                   ELSE
            END-IF
           END-IF.

      *    Un code article ne designe qu'un article : le code de la
      *    ligne est cherche par la cle secondaire F-CODE-ARTICLE et
      *    refuse s'il appartient deja a un autre article
       CONTROLER-CODE-UNIQUE.
           IF WS-CHAMP(2)(1:6) NOT = SPACES
               MOVE WS-CHAMP(2)(1:6) TO F-CODE-ARTICLE
               READ FICHIER-INVENTAIRE KEY IS F-CODE-ARTICLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F-NOM-ARTICLE NOT =
                          FUNCTION UPPER-CASE(WS-CHAMP(1)(1:10))
                           STRING "code article deja pris par "
                                      DELIMITED BY SIZE
                                  F-NOM-ARTICLE DELIMITED BY SIZE
                               INTO WS-MOTIF-REJET
                       END-IF
               END-READ
           END-IF.

      *    Cree l'article ou met a jour l'existant dans le maitre
      *    indexe, par sa cle
       CHARGER-ARTICLE.
                   MOVE WS-CHAMP(5)(1:10) TO F-FOURN-ARTICLE
                   MOVE WS-VAL-PAR        TO F-PAR-ARTICLE
                   MOVE 0                 TO F-RAYON-ARTICLE
                   MOVE WS-VAL-PRIX       TO F-COUT-ARTICLE
                   WRITE F-ARTICLE
                       INVALID KEY
                           MOVE "ecriture refusee par le maitre"
