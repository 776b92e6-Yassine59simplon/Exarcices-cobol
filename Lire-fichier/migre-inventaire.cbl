      * code article, le prix, le fournisseur et le niveau cible ;
      * les lignes deja au format enrichi sont reprises telles
      * quelles.
      * Les premiers totaux de controle d'inventaire.dat (TotauxMaitre)
      * sont enregistres a la fin de la migration.

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

       DATA DIVISION.
      *    Stock decode de la ligne lue, selon son format
       01 WS-STOCK-LU                          PIC 9(05).

      *    Totaux de controle du maitre (sous-programme partage
      *    TotauxMaitre), enregistres une fois le maitre cree
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       OPEN INPUT FICHIER-ANCIEN.
       IF WS-ANCIEN-STATUS NOT = "00"
               END-PERFORM
               CLOSE FICHIER-ANCIEN
               CLOSE FICHIER-INVENTAIRE
      *    Premiers totaux de controle du maitre cree
               MOVE "S" TO WS-TOT-ACTION
               MOVE "inventaire.dat" TO WS-TOT-MAITRE
               MOVE "MIGRE-INV" TO WS-TOT-QUI
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT

               DISPLAY " "
               DISPLAY "Articles lus     : " WS-NB-LUES
      *    Tout le stock migre demarre en reserve ; TRANSFERT sert
      *    ensuite a garnir le rayon
           MOVE 0 TO F-RAYON-ARTICLE.
           MOVE F-PRIX-ARTICLE TO F-COUT-ARTICLE.
           WRITE F-ARTICLE
               INVALID KEY
                   ADD 1 TO WS-NB-DOUBLONS
