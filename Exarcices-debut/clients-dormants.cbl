      * (Platine a Standard) avec un compte par categorie, et le CSV
      * clients-dormants.csv accompagne le rapport comme
      * stats-clients.csv accompagne le sien.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8).
      * Depuis la cloture mensuelle du grand livre (CLOTURE-LIV), les
      * archives des mois clos inscrites dans mois-clos-clients.txt
      * sont relues avec le journal courant, et l'a-nouveau de cloture
      * (motif OUV) ne compte pas comme un mouvement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CLIENTS-STATUS.

      *    Meme decoupage que F-MOUVEMENT dans
      *    gere-comptes-clients.cbl ; le journal courant puis les
      *    archives des mois clos
           SELECT MOUVEMENTS-FICHIER
               ASSIGN TO WS-NOM-MOUVEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Registre des mois clos (CLOTURE-LIV)
           SELECT CLOS-FICHIER ASSIGN TO "mois-clos-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "clients-dormants.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
           05 F-MCL-MONTANT        PIC 9(6)V99.
           05 F-MCL-MOTIF          PIC X(03).

       FD  CLOS-FICHIER.
           COPY "LivreClos.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-MOUVEMENTS-STATUS       PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-NOM-MOUVEMENTS          PIC X(30).
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-CSV-STATUS              PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

       77 WS-DATE-SYS                PIC 9(8).

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
       MOVE "CLI-DORMAN" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "MOIS-DORMANCE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           END-IF.

      *    Garde, par client, la date de mouvement la plus recente
      *    du grand livre : archives des mois clos, puis journal
      *    courant
       RELEVER-DERNIERS-MOUVEMENTS.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE F-LVC-ARCHIVE TO WS-NOM-MOUVEMENTS
                           PERFORM LIRE-MOUVEMENTS
                           IF WS-FIN NOT = "F"
                               DISPLAY "** Archive "
                                   FUNCTION TRIM(WS-NOM-MOUVEMENTS)
                                   " illisible : ses mouvements sont "
                                   "ignores **"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           MOVE "mouvements-clients.txt" TO WS-NOM-MOUVEMENTS.
           PERFORM LIRE-MOUVEMENTS.
           IF WS-FIN NOT = "F"
               DISPLAY "mouvements-clients.txt absent : tous les "
                       "clients paraitront sans mouvement (lancer "
                       "COMPTES-CLI, reprise de l'existant)"
           END-IF.

      *    Parcourt le fichier de mouvements WS-NOM-MOUVEMENTS (WS-FIN
      *    passe a F quand il a ete lu jusqu'au bout) ; un a-nouveau
      *    de cloture (OUV) n'est pas une activite du client
       LIRE-MOUVEMENTS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS = "00"
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MCL-MOTIF NOT = "OUV"
                               PERFORM RELEVER-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

       RELEVER-MOUVEMENT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLIENTS
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-CLI-NUMERO(WS-IDX) = F-MCL-CLIENT
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE NOT = 0
              AND F-MCL-DATE > WS-CLI-DERNIER(WS-IDX-TROUVE)
               MOVE F-MCL-DATE TO WS-CLI-DERNIER(WS-IDX-TROUVE)
           END-IF.

      *    Verdict du client WS-IDX : mois d'inactivite et
      *    signalement DORMANT, dans le rapport et le CSV
       EXAMINER-CLIENT.
