      * d'assortiment (sous-programme Assortiment) restent dans le
      * total mais sont repris dans une section A ECOULER avec leur
      * valeur immobilisee.
      * Le stock du jour est valorise au cout d'achat moyen pondere
      * F-COUT-ARTICLE (le prix de vente F-PRIX-ARTICLE a defaut de
      * cout) ; a une date passee, faute d'historique du cout, il
      * l'est au prix de vente en vigueur d'apres prix-journal.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete la valorisation (code
      * retour 8).
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

           SELECT VALORISATION-FICHIER ASSIGN TO "valorisation.txt"
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

       DISPLAY "Date de valorisation (AAAAMMJJ, vide = "
               "aujourd'hui aux prix courants) : ".
       ACCEPT WS-DATE-VALO.
                   INTO LIGNE-VALORISATION-ENTETE
               WRITE LIGNE-VALORISATION-ENTETE
               PERFORM ECRIRE-SECTION-ECOULER
                   THRU ECRIRE-SECTION-ECOULER-FIN
               CLOSE VALORISATION-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT
       GOBACK.

      *    Ecrit la ligne de valorisation de l'article courant et
      *    l'ajoute au total general ; le prix retenu est le cout
      *    d'achat courant, ou le prix en vigueur a la date demandee
       ECRIRE-LIGNE-VALORISATION.
           PERFORM RETROUVER-PRIX
               THRU RETROUVER-PRIX-FIN.
           COMPUTE WS-VALEUR-LIGNE =
                   F-STOCK-ARTICLE * WS-PRIX-RETENU.
           ADD WS-VALEUR-LIGNE TO WS-TOTAL-GENERAL.
               CLOSE PRIX-JOURNAL-FICHIER
           END-IF.

      *    Sans date, le cout d'achat moyen de l'article courant.
      *    Prix de l'article courant a la date demandee : l'ancien
      *    prix du premier changement journalise apres cette date ;
      *    sans changement posterieur, le prix courant du maitre
       RETROUVER-PRIX.
           MOVE F-PRIX-ARTICLE TO WS-PRIX-RETENU.
           IF WS-DATE-VALO = 0
               IF F-COUT-ARTICLE IS NUMERIC
                  AND F-COUT-ARTICLE > 0
                   MOVE F-COUT-ARTICLE TO WS-PRIX-RETENU
               END-IF
               GO TO RETROUVER-PRIX-FIN
           END-IF.
           MOVE 0 TO WS-IDX-PJR-RETENU.
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-VALORISATION-ENTETE
           IF WS-DATE-VALO = 0
               MOVE "RAPPORT DE VALORISATION DU STOCK AU COUT"
                   TO LIGNE-VALORISATION-ENTETE
           ELSE
               MOVE "RAPPORT DE VALORISATION DU STOCK AU PRIX"
                   TO LIGNE-VALORISATION-ENTETE
           END-IF
           WRITE LIGNE-VALORISATION-ENTETE
           MOVE SPACES TO LIGNE-VALORISATION-ENTETE
           STRING "Date : " DELIMITED BY SIZE
