      * Un indicateur indisponible vaut zero ; une ligne deja
      * presente pour le jour n'est pas reecrite. KPI-TENDANCE
      * trace la serie de n'importe quelle colonne.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete la collecte (code retour
      * 8).
      * SOLDE-CLIENTS est signe (decouverts des clients en deduction).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-CLIENT-NUMERO      PIC 9(05).
           05 F-CLIENT-NOM         PIC X(20).
           05 F-CLIENT-TYPE        PIC X(10).
           05 F-CLIENT-BALANCE     PIC S9(6)V99.
           05 F-CLIENT-CATEGORY    PIC X(20).

       FD  COMMANDES-FICHIER.
       01 WS-NB-RAYON                PIC 9(05) VALUE 0.
       01 WS-TAUX-REUSSITE           PIC 9(03)V99 VALUE 0.
       01 WS-NB-CLIENTS              PIC 9(05) VALUE 0.
       01 WS-SOLDE-CLIENTS           PIC S9(10)V99 VALUE 0.
       01 WS-CA-PIZZA                PIC 9(07)V99 VALUE 0.

      *    Zones d'affichage pour la ligne CSV
       01 WS-VALEUR-STOCK-AFF        PIC 9(10).99.
       01 WS-TAUX-AFF                PIC 9(03).99.
       01 WS-SOLDE-AFF               PIC -9(10).99.
       01 WS-CA-AFF                  PIC 9(07).99.
       01 WS-LIGNE-KPI               PIC X(90).
       01 WS-DEJA-PRESENTE           PIC X VALUE "N".
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
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CONTROLER-DEJA-PRESENTE.
       IF WS-DEJA-PRESENTE = "O"
           DISPLAY "kpi-historique.csv porte deja la ligne du "
