      * les rapports porteront desormais. Le prochain numero libre
      * est depose dans compteur-personnes.txt pour les ajouts de
      * Personnes-d.
      * Les premiers totaux de controle de personnes.dat (TotauxMaitre)
      * sont enregistres a la fin de la migration.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-VIDES                          PIC 9(03) VALUE 0.
       01 WS-NUMERO                            PIC 9(05) VALUE 1.

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
               CLOSE FICHIER-P
      *    Premiers totaux de controle du maitre cree
               MOVE "S" TO WS-TOT-ACTION
               MOVE "personnes.dat" TO WS-TOT-MAITRE
               MOVE "MIGRE-PERS" TO WS-TOT-QUI
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT

               PERFORM ECRIRE-COMPTEUR

