      * et CLI-DORMANTS lisent ensuite le maitre par sa cle, et le
      * plafond des 200 clients disparait.
      * Les numeros en double sont refuses par la cle et signales.
      * Les premiers totaux de controle de clients.dat (TotauxMaitre)
      * sont enregistres a la fin de la migration.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-ECRITES                        PIC 9(04) VALUE 0.
       01 WS-NB-DOUBLONS                       PIC 9(04) VALUE 0.

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
               CLOSE CLIENTS-FICHIER
      *    Premiers totaux de controle du maitre cree
               MOVE "S" TO WS-TOT-ACTION
               MOVE "clients.dat" TO WS-TOT-MAITRE
               MOVE "MIGRE-CLI" TO WS-TOT-QUI
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT

               DISPLAY " "
               DISPLAY "Clients lus      : " WS-NB-LUES
