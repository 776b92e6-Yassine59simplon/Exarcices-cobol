      * tranche - a l'ecran et dans demographie.txt, avec les
      * effectifs et pourcentages par genre en pied de rapport.
      * Les personnes sans genre saisi sont comptees a part.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "DEMOGRAPHIE".
       01 WS-REG-RAPPORT              PIC X(30) VALUE "demographie.txt".

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
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "DEMOGRAPHI" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-ACT.
       MOVE WS-DATE-SYS(5:2) TO WS-MOIS-ACT.
       MOVE WS-DATE-SYS(7:2) TO WS-JOUR-ACT.
