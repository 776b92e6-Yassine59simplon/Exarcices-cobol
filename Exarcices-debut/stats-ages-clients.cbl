       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-AGES.
      * Portefeuille clients par tranche d'age et par genre :
      * STATS-CLIENTS ne dit rien de qui sont les clients, alors que
      * la table de correspondance de RAPPROCHE-CLI
      * (clients-personnes.txt) relie chaque client rapproche a sa
      * fiche de personnes.dat, qui porte la date de naissance et le
      * genre. Chaque client de clients.dat est suivi jusqu'a sa
      * fiche, son age reel est calcule par DateUtil et classe par la
      * regle partagee AgeClasse ; pour chaque tranche et chaque
      * genre le rapport donne le nombre de clients, le solde total
      * et le solde moyen, et la repartition par categorie
      * (F-CLIENT-CATEGORY). Les clients pas encore rapproches (ou
      * dont la fiche a disparu) forment une ligne a part, comme
      * ceux dont la date de naissance est illisible.
      * Les tranches sont imprimees dans l'ordre des ages, tel que
      * AgeClasse les rend de 0 a 99 ans.
      * Le tout a l'ecran, dans stats-ages-clients.txt (avec l'entete
      * de page standard) et dans stats-ages-clients.csv pour les
      * tableurs.
      * Les totaux de controle de clients.dat et de personnes.dat
      * (TotauxMaitre) sont verifies au lancement : un ecart arrete
      * le programme (code retour 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maitre indexe des clients, migre par MIGRE-CLI-IDX
           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

      *    Maitre indexe des personnes, lu par la cle du client
      *    rapproche
           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

      *    Meme decoupage que F-XREF dans rapproche-clients.cbl
           SELECT XREF-FICHIER ASSIGN TO "clients-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STATS-FICHIER ASSIGN TO "stats-ages-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT STATS-FICHIER-CSV ASSIGN TO "stats-ages-clients.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  XREF-FICHIER.
       01  F-XREF.
           05 F-XRF-CLIENT         PIC 9(05).
           05 F-XRF-PERSONNE       PIC 9(05).
           05 F-XRF-QUALITE        PIC X.

       FD  STATS-FICHIER.
       01  LIGNE-STATS             PIC X(70).

       FD  STATS-FICHIER-CSV.
       01  LIGNE-STATS-CSV         PIC X(250).

       WORKING-STORAGE SECTION.
      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "STATS-AGES".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "stats-ages-clients.txt".

       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-XREF-STATUS             PIC XX.
       01 WS-STATS-STATUS            PIC XX.
       01 WS-STATS-CSV-STATUS        PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Correspondance client -> personne de RAPPROCHE-CLI
       01 WS-TABLE-XRF.
           05 WS-XRF OCCURS 500 TIMES.
              10 WS-XRF-CLIENT       PIC 9(05).
              10 WS-XRF-PERSONNE     PIC 9(05).
       77 WS-XRF-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-NB-XRF                  PIC 9(03) VALUE 0.
       01 WS-IDX-XRF                 PIC 9(03) VALUE 1.
       01 WS-XRF-ABSENT              PIC X     VALUE "N".
       01 WS-TROP-LIGNES             PIC X     VALUE "N".
       01 WS-PERSONNE-TROUVEE        PIC 9(05).

      *    Categories de clients (creees au fil des lignes lues,
      *    comme dans STATS-CLIENTS)
       01 WS-TABLE-CATEGORIES.
           05 WS-CAT-LIBELLE OCCURS 10 TIMES PIC X(20).
       01 WS-NB-CATEGORIES           PIC 9(02) VALUE 0.
       01 WS-IDX-CAT                 PIC 9(02) VALUE 1.
       01 WS-IDX-CAT-TROUVE          PIC 9(02) VALUE 0.

      *    Cumuls par tranche d'age et par genre (1 = hommes,
      *    2 = femmes, 3 = genre non renseigne), avec le nombre de
      *    clients de chaque categorie. Les tranches d'AgeClasse
      *    viennent d'abord, dans l'ordre des ages, puis les dates
      *    illisibles et les clients non rapproches.
       01 WS-TABLE-TRANCHES.
           05 WS-TRA OCCURS 12 TIMES.
              10 WS-TRA-LIBELLE      PIC X(20).
              10 WS-GEN OCCURS 3 TIMES.
                 15 WS-GEN-NB        PIC 9(05).
                 15 WS-GEN-TOTAL     PIC S9(09)V99.
                 15 WS-GEN-CAT-NB    PIC 9(05) OCCURS 10 TIMES.
       01 WS-NB-TRANCHES             PIC 9(02) VALUE 0.
       01 WS-IDX-TRA                 PIC 9(02) VALUE 1.
       01 WS-IDX-TRA-TROUVE          PIC 9(02) VALUE 0.
       01 WS-IDX-GEN                 PIC 9     VALUE 1.
       01 WS-TRA-AGE-INCONNU         PIC 9(02) VALUE 0.
       01 WS-TRA-NON-RAPPROCHE       PIC 9(02) VALUE 0.
       01 WS-LIBELLE-GENRE           PIC X(13).

      *    Date de naissance extraite de F-DATTE (MMJJAAAA), et age
      *    reel du client, via DateUtil et AgeClasse
       01 WS-JOUR                    PIC 99.
       01 WS-MOIS                    PIC 99.
       01 WS-ANNEE                   PIC 9(4).
       01 WS-AGE                     PIC 9(3).
       01 WS-AGE-99                  PIC 99.
       01 WS-DU-OPERATION            PIC X(03).
       01 WS-DU-DATE1                PIC 9(8).
       01 WS-DU-DATE2                PIC 9(8).
       01 WS-DU-RESULTAT             PIC S9(7).
       01 WS-CATEGORIE               PIC X(20).

       01 WS-NB-CLIENTS              PIC 9(05) VALUE 0.
       01 WS-NB-RAPPROCHES           PIC 9(05) VALUE 0.
       01 WS-NB-NON-RAPPROCHES       PIC 9(05) VALUE 0.
       01 WS-NB-FICHES-ABSENTES      PIC 9(05) VALUE 0.
       01 WS-NB-DATES-INVALIDES      PIC 9(05) VALUE 0.

       01 WS-MOYENNE                 PIC S9(07)V99.
       01 WS-NB-AFF                  PIC ZZZZ9.
       01 WS-MONTANT-AFF             PIC -(9)9.99.
       01 WS-MOYENNE-AFF             PIC -(7)9.99.
       01 WS-LIGNE-STATS             PIC X(70).
       01 WS-LIGNE-CSV               PIC X(250).
       01 WS-POS-CSV                 PIC 9(03).

      *    Date systeme et pagination de stats-ages-clients.txt
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                  PIC X VALUE "/".
           05 WS-DATE-AFF-MM          PIC 99.
           05 FILLER                  PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA        PIC 9(4).
       01 WS-PAGE-NUM                PIC 9(03) VALUE 0.
       01 WS-LIGNE-PAGE              PIC 9(03) VALUE 0.
       77 WS-PAGE-TAILLE             PIC 9(03) VALUE 20.

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
       MOVE "STATS-AGES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "STATS-AGES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM PREPARER-TRANCHES.
       PERFORM CHARGER-CORRESPONDANCE.

       OPEN INPUT FICHIER-P.
       IF WS-FICHIER-P-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                   WS-FICHIER-P-STATUS ") ; lancer MIGRE-PERSONNES "
                   "si la migration n'a pas encore ete faite"
           GOBACK
       END-IF.
       OPEN INPUT CLIENTS-FICHIER.
       IF WS-CLIENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir clients.dat ; lancer "
                   "MIGRE-CLI-IDX si la migration n'a pas "
                   "encore ete faite"
           CLOSE FICHIER-P
           GOBACK
       END-IF.
       PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
           READ CLIENTS-FICHIER
               AT END
                   MOVE "F" TO WS-FIN
               NOT AT END
                   ADD 1 TO WS-NB-CLIENTS
                   PERFORM CLASSER-CLIENT THRU CLASSER-CLIENT-FIN
           END-READ
       END-PERFORM.
       CLOSE CLIENTS-FICHIER.
       CLOSE FICHIER-P.

       IF WS-NB-CLIENTS = 0
           DISPLAY "clients.dat est vide."
       ELSE
           PERFORM ECRIRE-RAPPORT
       END-IF.

       GOBACK.

      *    Tranches d'AgeClasse dans l'ordre des ages : la regle est
      *    interrogee pour chaque age de 0 a 99 ans, et chaque
      *    libelle nouveau ouvre une tranche ; viennent ensuite les
      *    dates illisibles et les clients non rapproches
       PREPARER-TRANCHES.
           INITIALIZE WS-TABLE-TRANCHES.
           PERFORM VARYING WS-AGE FROM 0 BY 1 UNTIL WS-AGE > 99
               MOVE WS-AGE TO WS-AGE-99
               CALL "AgeClasse" USING WS-AGE-99 WS-CATEGORIE
               PERFORM TROUVER-TRANCHE
           END-PERFORM.
           MOVE "Age inconnu" TO WS-CATEGORIE.
           PERFORM TROUVER-TRANCHE.
           MOVE WS-IDX-TRA-TROUVE TO WS-TRA-AGE-INCONNU.
           MOVE "Non rapproche" TO WS-CATEGORIE.
           PERFORM TROUVER-TRANCHE.
           MOVE WS-IDX-TRA-TROUVE TO WS-TRA-NON-RAPPROCHE.

      *    Tranche du libelle WS-CATEGORIE (creee au premier passage)
       TROUVER-TRANCHE.
           MOVE 0 TO WS-IDX-TRA-TROUVE.
           PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > WS-NB-TRANCHES
                   OR WS-IDX-TRA-TROUVE NOT = 0
               IF WS-TRA-LIBELLE(WS-IDX-TRA) = WS-CATEGORIE
                   MOVE WS-IDX-TRA TO WS-IDX-TRA-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TRA-TROUVE = 0
              AND WS-NB-TRANCHES < 12
               ADD 1 TO WS-NB-TRANCHES
               MOVE WS-NB-TRANCHES TO WS-IDX-TRA-TROUVE
               MOVE WS-CATEGORIE TO WS-TRA-LIBELLE(WS-IDX-TRA-TROUVE)
           END-IF.

      *    Table de correspondance ecrite par RAPPROCHE-CLI ; sans
      *    elle, tous les clients sont non rapproches
       CHARGER-CORRESPONDANCE.
           OPEN INPUT XREF-FICHIER.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "O" TO WS-XRF-ABSENT
           ELSE
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-XRF < WS-XRF-CAPACITE
                               ADD 1 TO WS-NB-XRF
                               MOVE F-XRF-CLIENT
                                   TO WS-XRF-CLIENT(WS-NB-XRF)
                               MOVE F-XRF-PERSONNE
                                   TO WS-XRF-PERSONNE(WS-NB-XRF)
                           ELSE
                               MOVE "O" TO WS-TROP-LIGNES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FICHIER
           END-IF.

      *    Suit le client lu jusqu'a sa fiche personne, calcule son
      *    age et le cumule dans sa tranche et son genre
       CLASSER-CLIENT.
           PERFORM TROUVER-CATEGORIE.
           MOVE 0 TO WS-PERSONNE-TROUVEE.
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-NB-XRF
                   OR WS-PERSONNE-TROUVEE NOT = 0
               IF WS-XRF-CLIENT(WS-IDX-XRF) = F-CLIENT-NUMERO
                   MOVE WS-XRF-PERSONNE(WS-IDX-XRF)
                       TO WS-PERSONNE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-PERSONNE-TROUVEE = 0
               ADD 1 TO WS-NB-NON-RAPPROCHES
               MOVE WS-TRA-NON-RAPPROCHE TO WS-IDX-TRA-TROUVE
               MOVE 3 TO WS-IDX-GEN
               PERFORM CUMULER-CLIENT
               GO TO CLASSER-CLIENT-FIN
           END-IF.

           MOVE WS-PERSONNE-TROUVEE TO F-PER-NUMERO.
           READ FICHIER-P
               INVALID KEY
                   MOVE "00" TO WS-FICHIER-P-STATUS
                   MOVE 0 TO WS-PERSONNE-TROUVEE
           END-READ.
           IF WS-PERSONNE-TROUVEE = 0
               ADD 1 TO WS-NB-FICHES-ABSENTES
               ADD 1 TO WS-NB-NON-RAPPROCHES
               MOVE WS-TRA-NON-RAPPROCHE TO WS-IDX-TRA-TROUVE
               MOVE 3 TO WS-IDX-GEN
               PERFORM CUMULER-CLIENT
               GO TO CLASSER-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-NB-RAPPROCHES.
           EVALUATE F-PER-GENRE
               WHEN "M"
                   MOVE 1 TO WS-IDX-GEN
               WHEN "F"
                   MOVE 2 TO WS-IDX-GEN
               WHEN OTHER
                   MOVE 3 TO WS-IDX-GEN
           END-EVALUATE.
           IF F-PER-DATTE(1:8) IS NOT NUMERIC
               ADD 1 TO WS-NB-DATES-INVALIDES
               MOVE WS-TRA-AGE-INCONNU TO WS-IDX-TRA-TROUVE
           ELSE
               MOVE F-PER-DATTE(1:2) TO WS-MOIS
               MOVE F-PER-DATTE(3:2) TO WS-JOUR
               MOVE F-PER-DATTE(5:4) TO WS-ANNEE
               MOVE "AGE" TO WS-DU-OPERATION
               COMPUTE WS-DU-DATE1 = WS-ANNEE * 10000
                       + WS-MOIS * 100 + WS-JOUR
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                      WS-DU-DATE2 WS-DU-RESULTAT
               MOVE WS-DU-RESULTAT TO WS-AGE
               IF WS-AGE > 99
                   MOVE 99 TO WS-AGE-99
               ELSE
                   MOVE WS-AGE TO WS-AGE-99
               END-IF
               CALL "AgeClasse" USING WS-AGE-99 WS-CATEGORIE
               PERFORM TROUVER-TRANCHE
           END-IF.
           PERFORM CUMULER-CLIENT.
       CLASSER-CLIENT-FIN.
           EXIT.

      *    Categorie du client lu (creee au premier passage, dix au
      *    plus comme dans STATS-CLIENTS)
       TROUVER-CATEGORIE.
           MOVE 0 TO WS-IDX-CAT-TROUVE.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CATEGORIES
                   OR WS-IDX-CAT-TROUVE NOT = 0
               IF WS-CAT-LIBELLE(WS-IDX-CAT) = F-CLIENT-CATEGORY
                   MOVE WS-IDX-CAT TO WS-IDX-CAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CAT-TROUVE = 0
              AND WS-NB-CATEGORIES < 10
               ADD 1 TO WS-NB-CATEGORIES
               MOVE WS-NB-CATEGORIES TO WS-IDX-CAT-TROUVE
               MOVE F-CLIENT-CATEGORY
                   TO WS-CAT-LIBELLE(WS-IDX-CAT-TROUVE)
           END-IF.

       CUMULER-CLIENT.
           IF WS-IDX-TRA-TROUVE NOT = 0
               ADD 1 TO WS-GEN-NB(WS-IDX-TRA-TROUVE, WS-IDX-GEN)
               ADD F-CLIENT-BALANCE
                   TO WS-GEN-TOTAL(WS-IDX-TRA-TROUVE, WS-IDX-GEN)
               IF WS-IDX-CAT-TROUVE NOT = 0
                   ADD 1 TO WS-GEN-CAT-NB(WS-IDX-TRA-TROUVE,
                                          WS-IDX-GEN,
                                          WS-IDX-CAT-TROUVE)
               END-IF
           END-IF.

      *    Emet la ligne composee dans WS-LIGNE-STATS a l'ecran et
      *    dans le rapport pagine
       EMETTRE-LIGNE.
           DISPLAY WS-LIGNE-STATS.
           IF WS-STATS-STATUS = "00"
               MOVE WS-LIGNE-STATS TO LIGNE-STATS
               WRITE LIGNE-STATS
               ADD 1 TO WS-LIGNE-PAGE
               IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
                   PERFORM IMPRIMER-ENTETE-STATS
               END-IF
           END-IF.

      *    Compose et emet l'ensemble du rapport
       ECRIRE-RAPPORT.
           OPEN OUTPUT STATS-FICHIER.
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire stats-ages-clients.txt"
           ELSE
               PERFORM IMPRIMER-ENTETE-STATS
           END-IF.
           OPEN OUTPUT STATS-FICHIER-CSV.
           IF WS-STATS-CSV-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire stats-ages-clients.csv"
           ELSE
               PERFORM ECRIRE-ENTETE-CSV
           END-IF.

           IF WS-XRF-ABSENT = "O"
               MOVE "** clients-personnes.txt absent : lancer "
                   TO WS-LIGNE-STATS
               MOVE "RAPPROCHE-CLI **" TO WS-LIGNE-STATS(43:16)
               PERFORM EMETTRE-LIGNE
           END-IF.
           IF WS-TROP-LIGNES = "O"
               MOVE "** PARTIEL : correspondances au-dela de 500 "
                   TO WS-LIGNE-STATS
               MOVE "ignorees **" TO WS-LIGNE-STATS(45:11)
               PERFORM EMETTRE-LIGNE
           END-IF.
           MOVE SPACES TO WS-LIGNE-STATS.
           STRING "Clients : " DELIMITED BY SIZE
                  WS-NB-CLIENTS DELIMITED BY SIZE
                  "  rapproches : " DELIMITED BY SIZE
                  WS-NB-RAPPROCHES DELIMITED BY SIZE
                  "  non rapproches : " DELIMITED BY SIZE
                  WS-NB-NON-RAPPROCHES DELIMITED BY SIZE
               INTO WS-LIGNE-STATS.
           PERFORM EMETTRE-LIGNE.
           IF WS-NB-FICHES-ABSENTES NOT = 0
              OR WS-NB-DATES-INVALIDES NOT = 0
               MOVE SPACES TO WS-LIGNE-STATS
               STRING "Fiches personne absentes : " DELIMITED BY SIZE
                      WS-NB-FICHES-ABSENTES DELIMITED BY SIZE
                      "  dates illisibles : " DELIMITED BY SIZE
                      WS-NB-DATES-INVALIDES DELIMITED BY SIZE
                   INTO WS-LIGNE-STATS
               PERFORM EMETTRE-LIGNE
           END-IF.

           MOVE SPACES TO WS-LIGNE-STATS.
           PERFORM EMETTRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-STATS.
           MOVE "TRANCHE" TO WS-LIGNE-STATS(1:7).
           MOVE "GENRE" TO WS-LIGNE-STATS(18:5).
           MOVE "NB" TO WS-LIGNE-STATS(35:2).
           MOVE "TOTAL" TO WS-LIGNE-STATS(46:5).
           MOVE "MOYENNE" TO WS-LIGNE-STATS(57:7).
           PERFORM EMETTRE-LIGNE.
           PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > WS-NB-TRANCHES
               PERFORM VARYING WS-IDX-GEN FROM 1 BY 1
                       UNTIL WS-IDX-GEN > 3
                   IF WS-GEN-NB(WS-IDX-TRA, WS-IDX-GEN) > 0
                       PERFORM ECRIRE-LIGNE-GROUPE
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-STATS-CSV-STATUS = "00"
               CLOSE STATS-FICHIER-CSV
           END-IF.
           IF WS-STATS-STATUS = "00"
               CLOSE STATS-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT
               DISPLAY " "
               DISPLAY "Rapport ecrit dans stats-ages-clients.txt"
           END-IF.

      *    Une ligne par tranche et genre (nombre, total, moyenne),
      *    puis une ligne par categorie presente dans le groupe ; la
      *    meme chose en une ligne du CSV
       ECRIRE-LIGNE-GROUPE.
           EVALUATE TRUE
               WHEN WS-IDX-TRA = WS-TRA-NON-RAPPROCHE
                   MOVE "-" TO WS-LIBELLE-GENRE
               WHEN WS-IDX-GEN = 1
                   MOVE "Hommes" TO WS-LIBELLE-GENRE
               WHEN WS-IDX-GEN = 2
                   MOVE "Femmes" TO WS-LIBELLE-GENRE
               WHEN OTHER
                   MOVE "Non renseigne" TO WS-LIBELLE-GENRE
           END-EVALUATE.
           COMPUTE WS-MOYENNE ROUNDED =
                   WS-GEN-TOTAL(WS-IDX-TRA, WS-IDX-GEN)
                   / WS-GEN-NB(WS-IDX-TRA, WS-IDX-GEN).
           MOVE WS-GEN-NB(WS-IDX-TRA, WS-IDX-GEN) TO WS-NB-AFF.
           MOVE WS-GEN-TOTAL(WS-IDX-TRA, WS-IDX-GEN)
               TO WS-MONTANT-AFF.
           MOVE WS-MOYENNE TO WS-MOYENNE-AFF.
           MOVE SPACES TO WS-LIGNE-STATS.
           MOVE WS-TRA-LIBELLE(WS-IDX-TRA)(1:16)
               TO WS-LIGNE-STATS(1:16).
           MOVE WS-LIBELLE-GENRE TO WS-LIGNE-STATS(18:13).
           MOVE WS-NB-AFF TO WS-LIGNE-STATS(32:5).
           MOVE WS-MONTANT-AFF TO WS-LIGNE-STATS(38:13).
           MOVE WS-MOYENNE-AFF TO WS-LIGNE-STATS(53:11).
           PERFORM EMETTRE-LIGNE.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CATEGORIES
               IF WS-GEN-CAT-NB(WS-IDX-TRA, WS-IDX-GEN, WS-IDX-CAT)
                       > 0
                   MOVE WS-GEN-CAT-NB(WS-IDX-TRA, WS-IDX-GEN,
                                      WS-IDX-CAT) TO WS-NB-AFF
                   MOVE SPACES TO WS-LIGNE-STATS
                   MOVE WS-CAT-LIBELLE(WS-IDX-CAT)
                       TO WS-LIGNE-STATS(5:20)
                   MOVE WS-NB-AFF TO WS-LIGNE-STATS(32:5)
                   PERFORM EMETTRE-LIGNE
               END-IF
           END-PERFORM.

           IF WS-STATS-CSV-STATUS = "00"
               MOVE SPACES TO WS-LIGNE-CSV
               MOVE 1 TO WS-POS-CSV
               STRING FUNCTION TRIM(WS-TRA-LIBELLE(WS-IDX-TRA))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIBELLE-GENRE)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-GEN-NB(WS-IDX-TRA, WS-IDX-GEN)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONTANT-AFF)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOYENNE-AFF)
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-CSV
                   WITH POINTER WS-POS-CSV
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > WS-NB-CATEGORIES
                   STRING "," DELIMITED BY SIZE
                          WS-GEN-CAT-NB(WS-IDX-TRA, WS-IDX-GEN,
                                        WS-IDX-CAT)
                              DELIMITED BY SIZE
                       INTO WS-LIGNE-CSV
                       WITH POINTER WS-POS-CSV
               END-PERFORM
               MOVE WS-LIGNE-CSV TO LIGNE-STATS-CSV
               WRITE LIGNE-STATS-CSV
           END-IF.

      *    Entete du CSV : une colonne par categorie rencontree
       ECRIRE-ENTETE-CSV.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-POS-CSV.
           STRING "TRANCHE,GENRE,NB,TOTAL,MOYENNE" DELIMITED BY SIZE
               INTO WS-LIGNE-CSV
               WITH POINTER WS-POS-CSV.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CATEGORIES
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-LIBELLE(WS-IDX-CAT))
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-CSV
                   WITH POINTER WS-POS-CSV
           END-PERFORM.
           MOVE WS-LIGNE-CSV TO LIGNE-STATS-CSV.
           WRITE LIGNE-STATS-CSV.

      *    Entete de page standard de stats-ages-clients.txt
       IMPRIMER-ENTETE-STATS.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE "PORTEFEUILLE CLIENTS PAR TRANCHE D'AGE ET GENRE"
               TO LIGNE-STATS
           WRITE LIGNE-STATS
           MOVE SPACES TO WS-LIGNE-STATS
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO WS-LIGNE-STATS
           MOVE WS-LIGNE-STATS TO LIGNE-STATS
           WRITE LIGNE-STATS
           MOVE SPACES TO LIGNE-STATS
           WRITE LIGNE-STATS.
