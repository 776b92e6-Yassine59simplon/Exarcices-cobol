      * les doublons presumes a traiter dans l'esprit de
      * FUSION-PERSONNES, avec les numeros des deux personnes pour
      * trancher sans ambiguite.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-PAIRES               PIC 9(03) VALUE 0.
       01 WS-LIGNE-DOUBLON           PIC X(80).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "DOUBLONS" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT FICHIER-P.
       IF WS-FICHIER-P-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir personnes.dat (statut "
