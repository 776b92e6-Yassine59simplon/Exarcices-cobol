       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTS-CLI.
      * Segmentation des clients par leur activite : la categorie ne
      * regarde que le solde, si bien qu'un client qui depose chaque
      * semaine et un client qui a depose une fois il y a cinq ans
      * peuvent se retrouver dans la meme. Ce programme relit le
      * grand livre (archives des mois clos inscrites dans
      * mois-clos-clients.txt par CLOTURE-LIV, puis le journal
      * courant mouvements-clients.txt) et note chaque client de
      * clients.dat de 1 a 5 sur trois axes :
      *   R recence du dernier mouvement : 5 a 30 jours au plus,
      *     4 a 90, 3 a 180, 2 a 365, 1 au-dela ou sans mouvement ;
      *   F nombre de mouvements des douze derniers mois : 5 a 24 et
      *     plus, 4 a 12, 3 a 6, 2 a 2, 1 en dessous ;
      *   M montant mouvemente (depots et debits) sur douze mois :
      *     5 a 5000 euros et plus, 4 a 2000, 3 a 500, 2 a 100, 1 en
      *     dessous.
      * Les notes donnent le segment, dans cet ordre :
      *   PERDU    aucun mouvement ou R = 1 ;
      *   NOUVEAU  premier mouvement depuis SEG-JOURS-NOUVEAU jours
      *            (cle de parametres.txt, 90 par defaut) ;
      *   CHAMPION R, F et M a 4 ou plus ;
      *   FIDELE   R et F a 3 ou plus ;
      *   A-RISQUE tous les autres (activite qui s'espace ou reste
      *            rare).
      * L'a-nouveau de cloture (OUV) et la reprise de solde (REP) ne
      * sont pas une activite du client et ne comptent pas.
      * Sorties : segments-clients.txt (SegmentClient.cpy, un
      * enregistrement par client, relu au passage suivant pour
      * reperer les changements de segment), segments-clients.csv
      * pour le marketing, et le rapport segmentation.txt qui croise
      * les segments avec la categorie F-CLIENT-CATEGORY et liste les
      * clients dont le segment a change depuis le passage precedent.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8), comme l'impossibilite d'ecrire les sorties.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maitre indexe des clients, migre par MIGRE-CLI-IDX
           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

      *    Meme decoupage que F-MOUVEMENT dans
      *    gere-comptes-clients.cbl ; les archives des mois clos puis
      *    le journal courant
           SELECT MOUVEMENTS-FICHIER
               ASSIGN TO WS-NOM-MOUVEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Registre des mois clos (CLOTURE-LIV)
           SELECT CLOS-FICHIER ASSIGN TO "mois-clos-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT SEGMENTS-FICHIER ASSIGN TO "segments-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTS-STATUS.

           SELECT CSV-FICHIER ASSIGN TO "segments-clients.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "segmentation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  MOUVEMENTS-FICHIER.
       01  F-MOUVEMENT.
           05 F-MCL-CLIENT         PIC 9(05).
           05 F-MCL-DATE           PIC 9(08).
           05 F-MCL-SIGNE          PIC X.
           05 F-MCL-MONTANT        PIC 9(6)V99.
           05 F-MCL-MOTIF          PIC X(03).

       FD  CLOS-FICHIER.
           COPY "LivreClos.cpy".

       FD  SEGMENTS-FICHIER.
           COPY "SegmentClient.cpy".

       FD  CSV-FICHIER.
       01  F-LIGNE-CSV             PIC X(100).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-MOUVEMENTS-STATUS       PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-SEGMENTS-STATUS         PIC XX.
       01 WS-CSV-STATUS              PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-NOM-MOUVEMENTS          PIC X(30).
       01 WS-FIN                     PIC X VALUE "C".

      *    Lecture du fichier de configuration parametres.txt via le
      *    sous-programme partage Config
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.
       01 WS-JOURS-NOUVEAU           PIC 9(03) VALUE 90.

      *    Clients avec leur activite sur le grand livre et leur
      *    segment au passage precedent
       01 WS-TABLE-CLIENTS.
           05 WS-CLI OCCURS 1000 TIMES.
              10 WS-CLI-NUMERO       PIC 9(05).
              10 WS-CLI-NOM          PIC X(20).
              10 WS-CLI-CATEGORY     PIC X(20).
              10 WS-CLI-PREMIER      PIC 9(08).
              10 WS-CLI-DERNIER      PIC 9(08).
              10 WS-CLI-NB           PIC 9(05).
              10 WS-CLI-MONTANT      PIC 9(9)V99.
              10 WS-CLI-ANCIEN       PIC X(10).
       77 WS-CAPACITE                PIC 9(04) VALUE 1000.
       01 WS-NB-CLIENTS              PIC 9(04) VALUE 0.
       01 WS-TROP-LIGNES             PIC X     VALUE "N".
       01 WS-IDX                     PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-CLIENT-CHERCHE          PIC 9(05).

      *    Fenetre des douze derniers mois : mouvements dates apres
      *    WS-DEBUT-FENETRE (meme jour, un an plus tot)
       01 WS-DEBUT-FENETRE           PIC 9(08).

      *    Notes et segment du client examine
       01 WS-NOTE-R                  PIC 9.
       01 WS-NOTE-F                  PIC 9.
       01 WS-NOTE-M                  PIC 9.
       01 WS-SEGMENT                 PIC X(10).
       01 WS-JOURS-INACTIF           PIC 9(05).
       01 WS-JOURS-CLIENT            PIC 9(05).

      *    Segments, dans l'ordre des colonnes du rapport
       01 WS-LISTE-SEGMENTS.
           05 FILLER                 PIC X(10) VALUE "CHAMPION".
           05 FILLER                 PIC X(10) VALUE "FIDELE".
           05 FILLER                 PIC X(10) VALUE "A-RISQUE".
           05 FILLER                 PIC X(10) VALUE "PERDU".
           05 FILLER                 PIC X(10) VALUE "NOUVEAU".
       01 WS-TABLE-SEGMENTS REDEFINES WS-LISTE-SEGMENTS.
           05 WS-SEG-LIBELLE         PIC X(10) OCCURS 5 TIMES.
       01 WS-IDX-SEG                 PIC 9.
       01 WS-IDX-SEG-TROUVE          PIC 9.
       01 WS-NB-PAR-SEGMENT.
           05 WS-SEG-NB              PIC 9(04) OCCURS 5 TIMES.

      *    Categories rencontrees, avec leurs comptes par segment
       01 WS-TABLE-CAT.
           05 WS-CAT OCCURS 10 TIMES.
              10 WS-CAT-LIBELLE      PIC X(20).
              10 WS-CAT-NB           PIC 9(04).
              10 WS-CAT-NB-SEG       PIC 9(04) OCCURS 5 TIMES.
       01 WS-NB-CAT                  PIC 9(02) VALUE 0.
       01 WS-IDX-CAT                 PIC 9(02) VALUE 1.
       01 WS-IDX-CAT-TROUVE          PIC 9(02) VALUE 0.

      *    Ligne du croisement segments x categories
       01 WS-LIGNE-CROISEMENT.
           05 WS-CRO-LIBELLE         PIC X(20).
           05 WS-CRO-COLONNE OCCURS 5 TIMES.
              10 FILLER              PIC X VALUE SPACE.
              10 WS-CRO-NB           PIC Z(7)9.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-CRO-TOTAL           PIC Z(7)9.

      *    Anciennete via DateUtil (en jours)
       01 WS-DU-OPERATION            PIC X(03).
       01 WS-DU-DATE1                PIC 9(8).
       01 WS-DU-DATE2                PIC 9(8).
       01 WS-DU-RESULTAT             PIC S9(7).

       01 WS-DATE-PRECEDENTE         PIC 9(08) VALUE 0.
       01 WS-NB-CHANGEMENTS          PIC 9(04) VALUE 0.
       01 WS-NB-PREMIERS             PIC 9(04) VALUE 0.
       01 WS-NB-MVT-LUS              PIC 9(07) VALUE 0.
       01 WS-MONTANT-CSV             PIC Z(8)9.99.
       01 WS-LIGNE-TRAVAIL           PIC X(100).

       77 WS-DATE-SYS                PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "SEGMENTS-CLI".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "segmentation.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "SEGMENTS-C".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       COMPUTE WS-DEBUT-FENETRE = WS-DATE-SYS - 10000.
       MOVE ZEROS TO WS-NB-PAR-SEGMENT.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "SEGMENTS-C" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "SEG-JOURS-NOUVEAU" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOURS-NOUVEAU =
                   FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM CHARGER-CLIENTS.
       IF WS-NB-CLIENTS = 0
           DISPLAY "clients.dat est vide ou absent."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CHARGER-SEGMENTS-PRECEDENTS.
       PERFORM RELEVER-ACTIVITE.

       OPEN OUTPUT SEGMENTS-FICHIER.
       IF WS-SEGMENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire segments-clients.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire segmentation.txt"
           CLOSE SEGMENTS-FICHIER
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT CSV-FICHIER.
       IF WS-CSV-STATUS = "00"
           MOVE SPACES TO F-LIGNE-CSV
           STRING "NUMERO,NOM,CATEGORIE,DERNIER,NB-12-MOIS,"
                  "MONTANT-12-MOIS,R,F,M,SEGMENT,SEGMENT-PRECEDENT"
               DELIMITED BY SIZE INTO F-LIGNE-CSV
           WRITE F-LIGNE-CSV
       ELSE
           DISPLAY "Impossible d'ecrire segments-clients.csv"
       END-IF.

       MOVE SPACES TO WS-LIGNE-TRAVAIL.
       STRING "SEGMENTATION DES CLIENTS AU " WS-DATE-SYS
              " (activite depuis le " WS-DEBUT-FENETRE ")"
           DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
       MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       IF WS-DATE-PRECEDENTE = 0
           MOVE "CHANGEMENTS DE SEGMENT : premier passage"
               TO F-LIGNE-RAPPORT
       ELSE
           MOVE SPACES TO WS-LIGNE-TRAVAIL
           STRING "CHANGEMENTS DE SEGMENT DEPUIS LE PASSAGE DU "
                  WS-DATE-PRECEDENTE
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT
       END-IF.
       WRITE F-LIGNE-RAPPORT.

       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-CLIENTS
           PERFORM SEGMENTER-CLIENT
       END-PERFORM.
       IF WS-NB-CHANGEMENTS = 0 AND WS-DATE-PRECEDENTE NOT = 0
           MOVE "Aucun client n'a change de segment."
               TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.
       PERFORM ECRIRE-CROISEMENT.

       CLOSE SEGMENTS-FICHIER.
       CLOSE RAPPORT-FICHIER.
       IF WS-CSV-STATUS = "00"
           CLOSE CSV-FICHIER
       END-IF.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY " ".
       DISPLAY "Clients segmentes : " WS-NB-CLIENTS
               " - changements de segment : " WS-NB-CHANGEMENTS
               " (voir segmentation.txt)".
       MOVE WS-NB-CLIENTS TO WS-NB-LUES-JRN.
       MOVE WS-NB-CLIENTS TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       CHARGER-CLIENTS.
           OPEN INPUT CLIENTS-FICHIER.
           IF WS-CLIENTS-STATUS = "00"
               PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
                   READ CLIENTS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CLIENTS < WS-CAPACITE
                               ADD 1 TO WS-NB-CLIENTS
                               MOVE F-CLIENT-NUMERO
                                   TO WS-CLI-NUMERO(WS-NB-CLIENTS)
                               MOVE F-CLIENT-NOM
                                   TO WS-CLI-NOM(WS-NB-CLIENTS)
                               MOVE F-CLIENT-CATEGORY
                                   TO WS-CLI-CATEGORY(WS-NB-CLIENTS)
                               MOVE 0
                                   TO WS-CLI-PREMIER(WS-NB-CLIENTS)
                               MOVE 0
                                   TO WS-CLI-DERNIER(WS-NB-CLIENTS)
                               MOVE 0 TO WS-CLI-NB(WS-NB-CLIENTS)
                               MOVE 0
                                   TO WS-CLI-MONTANT(WS-NB-CLIENTS)
                               MOVE SPACES
                                   TO WS-CLI-ANCIEN(WS-NB-CLIENTS)
                           ELSE
                               MOVE "O" TO WS-TROP-LIGNES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-FICHIER
               IF WS-TROP-LIGNES = "O"
                   DISPLAY "** Attention : clients.dat contient "
                           "plus de " WS-CAPACITE " clients, les "
                           "lignes en exces sont ignorees : la "
                           "segmentation est partielle **"
               END-IF
           END-IF.

      *    Segment de chaque client au passage precedent (fichier
      *    absent au premier passage)
       CHARGER-SEGMENTS-PRECEDENTS.
           OPEN INPUT SEGMENTS-FICHIER.
           IF WS-SEGMENTS-STATUS = "00"
               PERFORM UNTIL WS-SEGMENTS-STATUS NOT = "00"
                   READ SEGMENTS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE F-SEG-DATE TO WS-DATE-PRECEDENTE
                           MOVE F-SEG-CLIENT TO WS-CLIENT-CHERCHE
                           PERFORM CHERCHER-CLIENT
                           IF WS-IDX-TROUVE NOT = 0
                               MOVE F-SEG-SEGMENT
                                   TO WS-CLI-ANCIEN(WS-IDX-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENTS-FICHIER
           END-IF.

      *    Activite de chaque client sur le grand livre : archives des
      *    mois clos, puis journal courant
       RELEVER-ACTIVITE.
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
      *    passe a F quand il a ete lu jusqu'au bout) ; a-nouveau de
      *    cloture (OUV) et reprise de solde (REP) ecartes
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
                              AND F-MCL-MOTIF NOT = "REP"
                               PERFORM RELEVER-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

       RELEVER-MOUVEMENT.
           MOVE F-MCL-CLIENT TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           IF WS-IDX-TROUVE NOT = 0
               ADD 1 TO WS-NB-MVT-LUS
               IF WS-CLI-PREMIER(WS-IDX-TROUVE) = 0
                  OR F-MCL-DATE < WS-CLI-PREMIER(WS-IDX-TROUVE)
                   MOVE F-MCL-DATE TO WS-CLI-PREMIER(WS-IDX-TROUVE)
               END-IF
               IF F-MCL-DATE > WS-CLI-DERNIER(WS-IDX-TROUVE)
                   MOVE F-MCL-DATE TO WS-CLI-DERNIER(WS-IDX-TROUVE)
               END-IF
               IF F-MCL-DATE > WS-DEBUT-FENETRE
                  AND F-MCL-DATE NOT > WS-DATE-SYS
                   ADD 1 TO WS-CLI-NB(WS-IDX-TROUVE)
                   ADD F-MCL-MONTANT TO WS-CLI-MONTANT(WS-IDX-TROUVE)
               END-IF
           END-IF.

      *    WS-IDX-TROUVE rang du client WS-CLIENT-CHERCHE (0 si absent)
       CHERCHER-CLIENT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLIENTS
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-CLI-NUMERO(WS-IDX) = WS-CLIENT-CHERCHE
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Notes R, F, M et segment du client WS-IDX, enregistrement
      *    du fichier des segments, ligne CSV et changement eventuel
       SEGMENTER-CLIENT.
           IF WS-CLI-DERNIER(WS-IDX) = 0
               MOVE 99999 TO WS-JOURS-INACTIF
               MOVE 99999 TO WS-JOURS-CLIENT
           ELSE
               MOVE "JRS" TO WS-DU-OPERATION
               MOVE WS-CLI-DERNIER(WS-IDX) TO WS-DU-DATE1
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                      WS-DU-DATE2 WS-DU-RESULTAT
               IF WS-DU-RESULTAT < 0
                   MOVE 0 TO WS-JOURS-INACTIF
               ELSE
                   MOVE WS-DU-RESULTAT TO WS-JOURS-INACTIF
               END-IF
               MOVE WS-CLI-PREMIER(WS-IDX) TO WS-DU-DATE1
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                      WS-DU-DATE2 WS-DU-RESULTAT
               IF WS-DU-RESULTAT < 0
                   MOVE 0 TO WS-JOURS-CLIENT
               ELSE
                   MOVE WS-DU-RESULTAT TO WS-JOURS-CLIENT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-JOURS-INACTIF <= 30
                   MOVE 5 TO WS-NOTE-R
               WHEN WS-JOURS-INACTIF <= 90
                   MOVE 4 TO WS-NOTE-R
               WHEN WS-JOURS-INACTIF <= 180
                   MOVE 3 TO WS-NOTE-R
               WHEN WS-JOURS-INACTIF <= 365
                   MOVE 2 TO WS-NOTE-R
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-R
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CLI-NB(WS-IDX) >= 24
                   MOVE 5 TO WS-NOTE-F
               WHEN WS-CLI-NB(WS-IDX) >= 12
                   MOVE 4 TO WS-NOTE-F
               WHEN WS-CLI-NB(WS-IDX) >= 6
                   MOVE 3 TO WS-NOTE-F
               WHEN WS-CLI-NB(WS-IDX) >= 2
                   MOVE 2 TO WS-NOTE-F
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-F
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CLI-MONTANT(WS-IDX) >= 5000
                   MOVE 5 TO WS-NOTE-M
               WHEN WS-CLI-MONTANT(WS-IDX) >= 2000
                   MOVE 4 TO WS-NOTE-M
               WHEN WS-CLI-MONTANT(WS-IDX) >= 500
                   MOVE 3 TO WS-NOTE-M
               WHEN WS-CLI-MONTANT(WS-IDX) >= 100
                   MOVE 2 TO WS-NOTE-M
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-M
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-NOTE-R = 1
                   MOVE 4 TO WS-IDX-SEG-TROUVE
               WHEN WS-JOURS-CLIENT <= WS-JOURS-NOUVEAU
                   MOVE 5 TO WS-IDX-SEG-TROUVE
               WHEN WS-NOTE-R >= 4 AND WS-NOTE-F >= 4
                    AND WS-NOTE-M >= 4
                   MOVE 1 TO WS-IDX-SEG-TROUVE
               WHEN WS-NOTE-R >= 3 AND WS-NOTE-F >= 3
                   MOVE 2 TO WS-IDX-SEG-TROUVE
               WHEN OTHER
                   MOVE 3 TO WS-IDX-SEG-TROUVE
           END-EVALUATE.
           MOVE WS-SEG-LIBELLE(WS-IDX-SEG-TROUVE) TO WS-SEGMENT.
           ADD 1 TO WS-SEG-NB(WS-IDX-SEG-TROUVE).
           PERFORM CUMULER-CATEGORIE.

           MOVE WS-CLI-NUMERO(WS-IDX) TO F-SEG-CLIENT.
           MOVE WS-DATE-SYS TO F-SEG-DATE.
           MOVE WS-SEGMENT TO F-SEG-SEGMENT.
           MOVE WS-NOTE-R TO F-SEG-NOTE-R.
           MOVE WS-NOTE-F TO F-SEG-NOTE-F.
           MOVE WS-NOTE-M TO F-SEG-NOTE-M.
           MOVE WS-CLI-DERNIER(WS-IDX) TO F-SEG-DERNIER.
           MOVE WS-CLI-NB(WS-IDX) TO F-SEG-NB-MOUVEMENTS.
           MOVE WS-CLI-MONTANT(WS-IDX) TO F-SEG-MONTANT.
           MOVE WS-CLI-CATEGORY(WS-IDX) TO F-SEG-CATEGORIE.
           WRITE F-SEGMENT-CLIENT.

           IF WS-CLI-ANCIEN(WS-IDX) = SPACES
               ADD 1 TO WS-NB-PREMIERS
           ELSE
               IF WS-CLI-ANCIEN(WS-IDX) NOT = WS-SEGMENT
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   STRING WS-CLI-NUMERO(WS-IDX) " "
                          WS-CLI-NOM(WS-IDX) " "
                          WS-CLI-ANCIEN(WS-IDX) " -> "
                          WS-SEGMENT " ("
                          FUNCTION TRIM(WS-CLI-CATEGORY(WS-IDX))
                          ")"
                       DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-IF.

           IF WS-CSV-STATUS = "00"
               MOVE WS-CLI-MONTANT(WS-IDX) TO WS-MONTANT-CSV
               MOVE SPACES TO WS-LIGNE-TRAVAIL
               STRING WS-CLI-NUMERO(WS-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLI-NOM(WS-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLI-CATEGORY(WS-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CLI-DERNIER(WS-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CLI-NB(WS-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONTANT-CSV) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOTE-R DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOTE-F DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOTE-M DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEGMENT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLI-ANCIEN(WS-IDX))
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-TRAVAIL
               MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-CSV
               WRITE F-LIGNE-CSV
           END-IF.

       CUMULER-CATEGORIE.
           MOVE 0 TO WS-IDX-CAT-TROUVE.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CAT
                   OR WS-IDX-CAT-TROUVE NOT = 0
               IF WS-CAT-LIBELLE(WS-IDX-CAT) =
                       WS-CLI-CATEGORY(WS-IDX)
                   MOVE WS-IDX-CAT TO WS-IDX-CAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CAT-TROUVE = 0
               IF WS-NB-CAT < 10
                   ADD 1 TO WS-NB-CAT
                   MOVE WS-NB-CAT TO WS-IDX-CAT-TROUVE
                   MOVE WS-CLI-CATEGORY(WS-IDX)
                       TO WS-CAT-LIBELLE(WS-IDX-CAT-TROUVE)
                   MOVE 0 TO WS-CAT-NB(WS-IDX-CAT-TROUVE)
                   PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                           UNTIL WS-IDX-SEG > 5
                       MOVE 0 TO WS-CAT-NB-SEG(WS-IDX-CAT-TROUVE
                                               WS-IDX-SEG)
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-IDX-CAT-TROUVE NOT = 0
               ADD 1 TO WS-CAT-NB(WS-IDX-CAT-TROUVE)
               ADD 1 TO WS-CAT-NB-SEG(WS-IDX-CAT-TROUVE
                                      WS-IDX-SEG-TROUVE)
           END-IF.

      *    Bloc final : segments croises avec les categories, une
      *    ligne par categorie rencontree et une ligne de total
       ECRIRE-CROISEMENT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "SEGMENTS PAR CATEGORIE" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "CATEGORIE            CHAMPION   FIDELE A-RISQUE"
                  "    PERDU  NOUVEAU    TOTAL"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CAT
               MOVE WS-CAT-LIBELLE(WS-IDX-CAT) TO WS-CRO-LIBELLE
               PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                       UNTIL WS-IDX-SEG > 5
                   MOVE WS-CAT-NB-SEG(WS-IDX-CAT WS-IDX-SEG)
                       TO WS-CRO-NB(WS-IDX-SEG)
               END-PERFORM
               MOVE WS-CAT-NB(WS-IDX-CAT) TO WS-CRO-TOTAL
               MOVE WS-LIGNE-CROISEMENT TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-PERFORM.
           MOVE "TOTAL" TO WS-CRO-LIBELLE.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > 5
               MOVE WS-SEG-NB(WS-IDX-SEG) TO WS-CRO-NB(WS-IDX-SEG)
           END-PERFORM.
           MOVE WS-NB-CLIENTS TO WS-CRO-TOTAL.
           MOVE WS-LIGNE-CROISEMENT TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "Clients : " WS-NB-CLIENTS
                  "  changements de segment : " WS-NB-CHANGEMENTS
                  "  premiers classements : " WS-NB-PREMIERS
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
