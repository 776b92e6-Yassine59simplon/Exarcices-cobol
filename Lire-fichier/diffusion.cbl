       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFFUSION.
      * Diffusion des rapports du jour, a lancer apres la chaine du
      * soir : chaque rapport classe dans rapports-index.txt par
      * RapportRegistre et pas encore diffuse est remis aux
      * destinataires de la liste de diffusion de son type
      * (diffusion-listes.txt, entretenue par MAINT-DIFFUSION) ;
      * une ligne en attente par destinataire est ajoutee a
      * diffusion-suivi.txt. Seuls les rapports des sept derniers
      * jours sont diffuses, pour qu'une liste creee apres coup ne
      * remette pas tout le registre. Le rapport diffusion.txt donne,
      * rapport par rapport, les destinataires et le nombre
      * d'exemplaires papier a imprimer.
      * Le destinataire accuse reception en ouvrant le rapport dans
      * RAPPORTS-VUE, et MATIN-BRIEF lui rappelle ceux qui
      * l'attendent. Le jour DIFFUSION-JOUR-BILAN de parametres.txt
      * (1 = lundi ... 7 = dimanche, lundi par defaut), le bilan
      * rapports-non-lus.txt liste par type les rapports produits
      * sur les sept derniers jours et leurs consultations : un
      * type que personne n'a ouvert peut cesser d'etre produit.
      * Les lignes de suivi plus vieilles que RETENTION-RAPPORTS
      * jours (30 par defaut, comme les copies datees) sont
      * retirees. Le code retour vaut 8 si le suivi ou le rapport
      * ne peut pas etre ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Meme decoupage que F-LIGNE-INDEX dans RapportRegistre.cbl
           SELECT INDEX-FICHIER ASSIGN TO "rapports-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT LISTES-FICHIER ASSIGN TO "diffusion-listes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTES-STATUS.

           SELECT SUIVI-FICHIER ASSIGN TO "diffusion-suivi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUIVI-STATUS.

           SELECT DIFFUSION-FICHIER ASSIGN TO "diffusion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFFUSION-STATUS.

           SELECT NON-LUS-FICHIER ASSIGN TO "rapports-non-lus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NON-LUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FICHIER.
       01  F-LIGNE-INDEX.
           05 F-RIX-DATE           PIC 9(8).
           05 F-RIX-PROGRAMME      PIC X(12).
           05 F-RIX-RAPPORT        PIC X(30).
           05 F-RIX-NOM-DATE       PIC X(40).
           05 F-RIX-LIGNES         PIC 9(6).

       FD  LISTES-FICHIER.
           COPY "DiffusionListe.cpy".

       FD  SUIVI-FICHIER.
           COPY "DiffusionSuivi.cpy".

       FD  DIFFUSION-FICHIER.
       01  LIGNE-DIFFUSION                     PIC X(80).

       FD  NON-LUS-FICHIER.
       01  LIGNE-NON-LUS                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS                      PIC XX.
       01 WS-LISTES-STATUS                     PIC XX.
       01 WS-SUIVI-STATUS                      PIC XX.
       01 WS-DIFFUSION-STATUS                  PIC XX.
       01 WS-NON-LUS-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       77 WS-DATE-SYS                          PIC 9(8).

      *    Listes de diffusion
       01 WS-TABLE-DLI.
           05 WS-DLI OCCURS 200 TIMES.
              10 WS-DLI-RAPPORT                PIC X(30).
              10 WS-DLI-OPERATEUR              PIC X(03).
              10 WS-DLI-COPIES                 PIC 9(02).
       77 WS-DLI-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-DLI                            PIC 9(03) VALUE 0.
       01 WS-IDX-DLI                           PIC 9(03) VALUE 1.

      *    Suivi de diffusion, recharge puis reecrit en entier
       01 WS-TABLE-DSU.
           05 WS-DSU OCCURS 2000 TIMES.
              10 WS-DSU-DATE                   PIC 9(08).
              10 WS-DSU-RAPPORT                PIC X(30).
              10 WS-DSU-NOM-DATE               PIC X(40).
              10 WS-DSU-OPERATEUR              PIC X(03).
              10 WS-DSU-COPIES                 PIC 9(02).
              10 WS-DSU-ETAT                   PIC X.
              10 WS-DSU-DATE-LU                PIC 9(08).
       77 WS-DSU-CAPACITE                      PIC 9(04) VALUE 2000.
       01 WS-NB-DSU                            PIC 9(04) VALUE 0.
       01 WS-IDX-DSU                           PIC 9(04) VALUE 1.
       01 WS-DEJA-DIFFUSE                      PIC X.

      *    Bilan hebdomadaire par type de rapport
       01 WS-TABLE-TYP.
           05 WS-TYP OCCURS 100 TIMES.
              10 WS-TYP-RAPPORT                PIC X(30).
              10 WS-TYP-PRODUITS               PIC 9(04).
              10 WS-TYP-DESTINATAIRES          PIC 9(04).
              10 WS-TYP-CONSULTES              PIC 9(04).
       77 WS-TYP-CAPACITE                      PIC 9(03) VALUE 100.
       01 WS-NB-TYP                            PIC 9(03) VALUE 0.
       01 WS-IDX-TYP                           PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE                        PIC 9(03) VALUE 0.
       01 WS-RECH-RAPPORT                      PIC X(30).
       01 WS-NB-JAMAIS                         PIC 9(03) VALUE 0.

      *    Parametres
       01 WS-RETENTION                         PIC 9(04) VALUE 30.
       01 WS-JOUR-BILAN                        PIC 9 VALUE 1.
       01 WS-FENETRE                           PIC 9(02) VALUE 7.

      *    Age d'une date via DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

       01 WS-NB-LUES                           PIC 9(05) VALUE 0.
       01 WS-NB-NOUVEAUX                       PIC 9(05) VALUE 0.
       01 WS-NB-REMISES                        PIC 9(05) VALUE 0.
       01 WS-NB-SANS-LISTE                     PIC 9(05) VALUE 0.
       01 WS-COPIES-RAPPORT                    PIC 9(04) VALUE 0.
       01 WS-COPIES-TOTAL                      PIC 9(05) VALUE 0.
       01 WS-DEST-RAPPORT                      PIC 9(03) VALUE 0.

       01 WS-LIGNE-RAPPORT                     PIC X(80).
       01 WS-NB-AFF                            PIC ZZZ9.
       01 WS-NB-AFF2                           PIC ZZZ9.
       01 WS-NB-AFF3                           PIC ZZZ9.
       01 WS-DATE-AFF.
           05 WS-DA-JJ                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-MM                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-AAAA                       PIC 9(4).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "DIFFUSION".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Classement des rapports du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "DIFFUSION".
       01 WS-REG-RAPPORT             PIC X(30).

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "DIFFUSION".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE WS-DATE-SYS(7:2) TO WS-DA-JJ.
       MOVE WS-DATE-SYS(5:2) TO WS-DA-MM.
       MOVE WS-DATE-SYS(1:4) TO WS-DA-AAAA.

       MOVE "RETENTION-RAPPORTS" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-RETENTION = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-RETENTION = 0
           MOVE 30 TO WS-RETENTION
       END-IF.
       MOVE "DIFFUSION-JOUR-BILAN" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOUR-BILAN = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-JOUR-BILAN < 1 OR WS-JOUR-BILAN > 7
           MOVE 1 TO WS-JOUR-BILAN
       END-IF.

       PERFORM CHARGER-LISTES.
       PERFORM CHARGER-SUIVI.

       OPEN OUTPUT DIFFUSION-FICHIER.
       IF WS-DIFFUSION-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire diffusion.txt"
           MOVE "diffusion.txt" TO WS-ALR-FICHIER
           MOVE WS-DIFFUSION-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       STRING "DIFFUSION DES RAPPORTS DU " DELIMITED BY SIZE
              WS-DATE-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       PERFORM ECRIRE-LIGNE.
       PERFORM DIFFUSER-NOUVEAUX.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-NOUVEAUX TO WS-NB-AFF.
       STRING "Rapports diffuses : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-SANS-LISTE TO WS-NB-AFF.
       STRING "Rapports sans liste de diffusion : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-COPIES-TOTAL TO WS-NB-AFF.
       STRING "Exemplaires papier a imprimer : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       CLOSE DIFFUSION-FICHIER.

       PERFORM ECRIRE-SUIVI.
       IF WS-SUIVI-STATUS NOT = "00"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "diffusion.txt" TO WS-REG-RAPPORT.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       MOVE "JSM" TO WS-DU-OPERATION.
       MOVE WS-DATE-SYS TO WS-DU-DATE1.
       CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                             WS-DU-DATE2 WS-DU-RESULTAT.
       IF WS-DU-RESULTAT = WS-JOUR-BILAN
           PERFORM ECRIRE-BILAN THRU ECRIRE-BILAN-FIN
           IF WS-NON-LUS-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.

       DISPLAY "Rapports diffuses : " WS-NB-NOUVEAUX
               " - remises : " WS-NB-REMISES
               " - exemplaires a imprimer : " WS-COPIES-TOTAL.
       MOVE WS-NB-LUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-REMISES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-SANS-LISTE TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Listes de diffusion ; un fichier absent veut dire qu'aucun
      *    rapport n'est encore diffuse
       CHARGER-LISTES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT LISTES-FICHIER.
           IF WS-LISTES-STATUS = "00"
               PERFORM UNTIL WS-LISTES-STATUS NOT = "00"
                   READ LISTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-DLI-RAPPORT NOT = SPACES
                              AND WS-NB-DLI < WS-DLI-CAPACITE
                               ADD 1 TO WS-NB-DLI
                               MOVE F-DIFFUSION-LISTE
                                   TO WS-DLI(WS-NB-DLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTES-FICHIER
           END-IF.

      *    Suivi existant, sans les lignes plus vieilles que la
      *    retention des copies datees
       CHARGER-SUIVI.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SUIVI-FICHIER.
           IF WS-SUIVI-STATUS = "00"
               PERFORM UNTIL WS-SUIVI-STATUS NOT = "00"
                   READ SUIVI-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM GARDER-SUIVI
                   END-READ
               END-PERFORM
               CLOSE SUIVI-FICHIER
           END-IF.

       GARDER-SUIVI.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE F-DSU-DATE TO WS-DU-DATE1.
           MOVE WS-DATE-SYS TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                 WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT <= WS-RETENTION
              AND WS-NB-DSU < WS-DSU-CAPACITE
               ADD 1 TO WS-NB-DSU
               MOVE F-DIFFUSION-SUIVI TO WS-DSU(WS-NB-DSU)
           END-IF.

      *    Parcourt le registre : chaque rapport recent que le suivi
      *    ne connait pas encore est remis a sa liste de diffusion
       DIFFUSER-NOUVEAUX.
           MOVE "C" TO WS-FIN.
           OPEN INPUT INDEX-FICHIER.
           IF WS-INDEX-STATUS NOT = "00"
               MOVE "Aucun rapport classe (rapports-index.txt absent)."
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           ELSE
               PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
                   READ INDEX-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM EXAMINER-RAPPORT
                   END-READ
               END-PERFORM
               CLOSE INDEX-FICHIER
           END-IF.

       EXAMINER-RAPPORT.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE F-RIX-DATE TO WS-DU-DATE1.
           MOVE WS-DATE-SYS TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                 WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT <= WS-FENETRE
               MOVE "N" TO WS-DEJA-DIFFUSE
               PERFORM VARYING WS-IDX-DSU FROM 1 BY 1
                       UNTIL WS-IDX-DSU > WS-NB-DSU
                       OR WS-DEJA-DIFFUSE = "O"
                   IF WS-DSU-NOM-DATE(WS-IDX-DSU) = F-RIX-NOM-DATE
                       MOVE "O" TO WS-DEJA-DIFFUSE
                   END-IF
               END-PERFORM
               IF WS-DEJA-DIFFUSE = "N"
                   PERFORM REMETTRE-RAPPORT
               END-IF
           END-IF.

      *    Une ligne en attente par destinataire du type de rapport
       REMETTRE-RAPPORT.
           MOVE 0 TO WS-DEST-RAPPORT.
           MOVE 0 TO WS-COPIES-RAPPORT.
           PERFORM VARYING WS-IDX-DLI FROM 1 BY 1
                   UNTIL WS-IDX-DLI > WS-NB-DLI
               IF WS-DLI-RAPPORT(WS-IDX-DLI) = F-RIX-RAPPORT
                   IF WS-DEST-RAPPORT = 0
                       ADD 1 TO WS-NB-NOUVEAUX
                       MOVE F-RIX-NOM-DATE TO WS-LIGNE-RAPPORT
                       PERFORM ECRIRE-LIGNE
                   END-IF
                   PERFORM AJOUTER-REMISE
               END-IF
           END-PERFORM.
           IF WS-DEST-RAPPORT = 0
               ADD 1 TO WS-NB-SANS-LISTE
           ELSE
               MOVE WS-COPIES-RAPPORT TO WS-NB-AFF
               STRING "    exemplaires a imprimer : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

       AJOUTER-REMISE.
           IF WS-NB-DSU NOT < WS-DSU-CAPACITE
               MOVE "** Suivi de diffusion plein : remise perdue **"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           ELSE
               ADD 1 TO WS-NB-DSU
               ADD 1 TO WS-NB-REMISES
               ADD 1 TO WS-DEST-RAPPORT
               MOVE F-RIX-DATE TO WS-DSU-DATE(WS-NB-DSU)
               MOVE F-RIX-RAPPORT TO WS-DSU-RAPPORT(WS-NB-DSU)
               MOVE F-RIX-NOM-DATE TO WS-DSU-NOM-DATE(WS-NB-DSU)
               MOVE WS-DLI-OPERATEUR(WS-IDX-DLI)
                   TO WS-DSU-OPERATEUR(WS-NB-DSU)
               MOVE WS-DLI-COPIES(WS-IDX-DLI)
                   TO WS-DSU-COPIES(WS-NB-DSU)
               MOVE "A" TO WS-DSU-ETAT(WS-NB-DSU)
               MOVE 0 TO WS-DSU-DATE-LU(WS-NB-DSU)
               ADD WS-DLI-COPIES(WS-IDX-DLI) TO WS-COPIES-RAPPORT
               ADD WS-DLI-COPIES(WS-IDX-DLI) TO WS-COPIES-TOTAL
               MOVE WS-DLI-COPIES(WS-IDX-DLI) TO WS-NB-AFF
               STRING "    pour " DELIMITED BY SIZE
                      WS-DLI-OPERATEUR(WS-IDX-DLI) DELIMITED BY SIZE
                      "  exemplaires : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

       ECRIRE-SUIVI.
           OPEN OUTPUT SUIVI-FICHIER.
           IF WS-SUIVI-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire diffusion-suivi.txt"
               MOVE "diffusion-suivi.txt" TO WS-ALR-FICHIER
               MOVE WS-SUIVI-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
           ELSE
               PERFORM VARYING WS-IDX-DSU FROM 1 BY 1
                       UNTIL WS-IDX-DSU > WS-NB-DSU
                   MOVE WS-DSU(WS-IDX-DSU) TO F-DIFFUSION-SUIVI
                   WRITE F-DIFFUSION-SUIVI
               END-PERFORM
               CLOSE SUIVI-FICHIER
           END-IF.

      *    Bilan de la semaine par type de rapport : produits
      *    (registre), remis et consultes (suivi) sur les sept
      *    derniers jours
       ECRIRE-BILAN.
           MOVE 0 TO WS-NB-TYP.
           MOVE "C" TO WS-FIN.
           OPEN INPUT INDEX-FICHIER.
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
                   READ INDEX-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM COMPTER-PRODUIT
                   END-READ
               END-PERFORM
               CLOSE INDEX-FICHIER
           END-IF.
           PERFORM VARYING WS-IDX-DSU FROM 1 BY 1
                   UNTIL WS-IDX-DSU > WS-NB-DSU
               PERFORM COMPTER-SUIVI
           END-PERFORM.

           OPEN OUTPUT NON-LUS-FICHIER.
           IF WS-NON-LUS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire rapports-non-lus.txt"
               MOVE "rapports-non-lus.txt" TO WS-ALR-FICHIER
               MOVE WS-NON-LUS-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
               GO TO ECRIRE-BILAN-FIN
           END-IF.
           STRING "RAPPORTS NON CONSULTES - SEMAINE AU "
                      DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BILAN.
           PERFORM ECRIRE-LIGNE-BILAN.
           MOVE "  Rapport" TO WS-LIGNE-RAPPORT.
           MOVE "Produits  Remis  Consultes" TO WS-LIGNE-RAPPORT(36:26).
           PERFORM ECRIRE-LIGNE-BILAN.
           MOVE 0 TO WS-NB-JAMAIS.
           PERFORM VARYING WS-IDX-TYP FROM 1 BY 1
                   UNTIL WS-IDX-TYP > WS-NB-TYP
               IF WS-TYP-CONSULTES(WS-IDX-TYP) = 0
                   ADD 1 TO WS-NB-JAMAIS
                   MOVE "**" TO WS-LIGNE-RAPPORT(1:2)
               END-IF
               MOVE WS-TYP-RAPPORT(WS-IDX-TYP)
                   TO WS-LIGNE-RAPPORT(3:30)
               MOVE WS-TYP-PRODUITS(WS-IDX-TYP) TO WS-NB-AFF
               MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(40:4)
               MOVE WS-TYP-DESTINATAIRES(WS-IDX-TYP) TO WS-NB-AFF2
               MOVE WS-NB-AFF2 TO WS-LIGNE-RAPPORT(47:4)
               MOVE WS-TYP-CONSULTES(WS-IDX-TYP) TO WS-NB-AFF3
               MOVE WS-NB-AFF3 TO WS-LIGNE-RAPPORT(58:4)
               PERFORM ECRIRE-LIGNE-BILAN
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-BILAN.
           MOVE WS-NB-JAMAIS TO WS-NB-AFF.
           STRING "** Types de rapport ouverts par personne sur la "
                      DELIMITED BY SIZE
                  "semaine : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BILAN.
           CLOSE NON-LUS-FICHIER.
           MOVE "rapports-non-lus.txt" TO WS-REG-RAPPORT.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Bilan hebdomadaire ecrit dans "
                   "rapports-non-lus.txt".
       ECRIRE-BILAN-FIN.
           EXIT.

       COMPTER-PRODUIT.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE F-RIX-DATE TO WS-DU-DATE1.
           MOVE WS-DATE-SYS TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                 WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT < WS-FENETRE
               MOVE F-RIX-RAPPORT TO WS-RECH-RAPPORT
               PERFORM TROUVER-TYPE
               IF WS-IDX-TROUVE NOT = 0
                   ADD 1 TO WS-TYP-PRODUITS(WS-IDX-TROUVE)
               END-IF
           END-IF.

       COMPTER-SUIVI.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE WS-DSU-DATE(WS-IDX-DSU) TO WS-DU-DATE1.
           MOVE WS-DATE-SYS TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                 WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT < WS-FENETRE
               MOVE WS-DSU-RAPPORT(WS-IDX-DSU) TO WS-RECH-RAPPORT
               PERFORM TROUVER-TYPE
               IF WS-IDX-TROUVE NOT = 0
                   IF WS-DSU-ETAT(WS-IDX-DSU) NOT = "C"
                       ADD 1 TO WS-TYP-DESTINATAIRES(WS-IDX-TROUVE)
                   END-IF
                   IF WS-DSU-ETAT(WS-IDX-DSU) NOT = "A"
                       ADD 1 TO WS-TYP-CONSULTES(WS-IDX-TROUVE)
                   END-IF
               END-IF
           END-IF.

      *    Entree du type WS-RECH-RAPPORT dans le bilan, creee au
      *    besoin (WS-IDX-TROUVE a 0 si la table est pleine)
       TROUVER-TYPE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-TYP FROM 1 BY 1
                   UNTIL WS-IDX-TYP > WS-NB-TYP
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-TYP-RAPPORT(WS-IDX-TYP) = WS-RECH-RAPPORT
                   MOVE WS-IDX-TYP TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = 0 AND WS-NB-TYP < WS-TYP-CAPACITE
               ADD 1 TO WS-NB-TYP
               MOVE WS-NB-TYP TO WS-IDX-TROUVE
               MOVE WS-RECH-RAPPORT TO WS-TYP-RAPPORT(WS-NB-TYP)
               MOVE 0 TO WS-TYP-PRODUITS(WS-NB-TYP)
               MOVE 0 TO WS-TYP-DESTINATAIRES(WS-NB-TYP)
               MOVE 0 TO WS-TYP-CONSULTES(WS-NB-TYP)
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-DIFFUSION.
           WRITE LIGNE-DIFFUSION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

       ECRIRE-LIGNE-BILAN.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-NON-LUS.
           WRITE LIGNE-NON-LUS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
