       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVI-DELAIS.
      * Suivi des delais des taches tirees des alertes et des
      * ruptures par GENERE-TACHES, a lancer chaque soir apres lui.
      * Chaque tache creee porte dans taches-delais.txt
      * (DelaiTache.cpy) une date cible : le delai de sa priorite en
      * jours ouvres, feries compris (DateUtil). Ce programme :
      *   - clot les lignes des taches terminees dans Todo
      *     (taches_terminees.txt, rapprochement par description),
      *     a temps ou en retard selon la date de fin, avec
      *     l'operateur qui a clos la tache ;
      *   - reprend l'operateur assigne des taches encore ouvertes
      *     (taches.txt) et marque S celles qui ont ete supprimees
      *     sans etre terminees ;
      *   - leve le drapeau de depassement des taches ouvertes dont
      *     la date cible est passee (MATIN-BRIEF rappelle en tete
      *     celles de priorite 1) ;
      *   - ecrit le rapport mensuel delais-taches.txt : par
      *     operateur et par source, taches ouvertes dans le mois,
      *     closes a temps, closes en retard, et encore hors delai,
      *     puis la liste des taches ouvertes hors delai.
      * Le mois est celui du jour (cumul a date), ou celui de la cle
      * DELAIS-MOIS (AAAAMM) de parametres.txt pour refaire un mois
      * passe. Les lignes closes depuis plus de RETENTION-DELAIS
      * jours (400 par defaut) sont retirees du suivi. Le code
      * retour vaut 8 si le suivi ou le rapport ne peut pas etre
      * ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELAIS-FICHIER ASSIGN TO "taches-delais.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELAIS-STATUS.

      *    Meme decoupage que F-TACHE dans todo.cbl
           SELECT TACHES-FICHIER ASSIGN TO "taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TACHES-STATUS.

      *    Meme decoupage que F-TERMINEE dans todo.cbl
           SELECT TERMINEES-FICHIER ASSIGN TO "taches_terminees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINEES-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "delais-taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELAIS-FICHIER.
           COPY "DelaiTache.cpy".

       FD  TACHES-FICHIER.
       01  F-TACHE.
           05 F-TACHE-DESC          PIC X(20).
           05 F-TACHE-JOUR          PIC 9(2).
           05 F-TACHE-MOIS          PIC 9(2).
           05 F-TACHE-ANNEE         PIC 9(4).
           05 F-TACHE-PRIORITE      PIC 9.
           05 F-TACHE-RECUR         PIC X.
           05 F-TACHE-PREREQ        PIC 9(3).
           05 F-TACHE-OPERATEUR     PIC X(3).

       FD  TERMINEES-FICHIER.
       01  F-TERMINEE.
           05 F-TERMINEE-DESC       PIC X(20).
           05 F-TERMINEE-JOUR       PIC 9(2).
           05 F-TERMINEE-MOIS       PIC 9(2).
           05 F-TERMINEE-ANNEE      PIC 9(4).
           05 F-TERMINEE-FIN-JOUR   PIC 9(2).
           05 F-TERMINEE-FIN-MOIS   PIC 9(2).
           05 F-TERMINEE-FIN-ANNEE  PIC 9(4).
           05 F-TERMINEE-PAR        PIC X(3).

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DELAIS-STATUS                     PIC XX.
       01 WS-TACHES-STATUS                     PIC XX.
       01 WS-TERMINEES-STATUS                  PIC XX.
       01 WS-RAPPORT-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       77 WS-DATE-SYS                          PIC 9(8).

      *    Suivi des delais, recharge puis reecrit en entier ; la
      *    marque WS-VUE dit si la tache ouverte figure encore dans
      *    taches.txt
       01 WS-TABLE-DLT.
           05 WS-DLT OCCURS 1000 TIMES.
              10 WS-DLT-DESC                   PIC X(20).
              10 WS-DLT-SOURCE                 PIC X(03).
              10 WS-DLT-PRIORITE               PIC 9.
              10 WS-DLT-DATE-OUVERTURE         PIC 9(08).
              10 WS-DLT-DATE-CIBLE             PIC 9(08).
              10 WS-DLT-ETAT                   PIC X.
              10 WS-DLT-DEPASSEMENT            PIC X.
              10 WS-DLT-DATE-CLOTURE           PIC 9(08).
              10 WS-DLT-OPERATEUR              PIC X(03).
       01 WS-TABLE-VUE.
           05 WS-VUE OCCURS 1000 TIMES         PIC X.
       77 WS-DLT-CAPACITE                      PIC 9(04) VALUE 1000.
       01 WS-NB-DLT                            PIC 9(04) VALUE 0.
       01 WS-IDX-DLT                           PIC 9(04) VALUE 1.
       01 WS-IDX-CLOS                          PIC 9(04) VALUE 0.
       01 WS-DEJA-CLOSE                        PIC X.

      *    Date de fin d'une tache terminee, en AAAAMMJJ
       01 WS-DATE-FIN.
           05 WS-DF-ANNEE                      PIC 9(4).
           05 WS-DF-MOIS                       PIC 99.
           05 WS-DF-JOUR                       PIC 99.
       01 WS-DATE-FIN-NUM REDEFINES WS-DATE-FIN PIC 9(8).

      *    Mois du rapport : du premier du mois a la date d'arret
      *    (fin du mois, ou aujourd'hui pour le mois en cours)
       01 WS-MOIS-RAPPORT.
           05 WS-MR-ANNEE                      PIC 9(4).
           05 WS-MR-MOIS                       PIC 99.
       01 WS-DATE-DEBUT                        PIC 9(8).
       01 WS-DATE-ARRET                        PIC 9(8).
       01 WS-JOURS-MOIS                        PIC 99.

      *    Delai cible en jours ouvres par priorite, comme dans
      *    GENERE-TACHES
       01 WS-TABLE-DELAIS.
           05 WS-DELAI-PRIORITE OCCURS 3 TIMES PIC 9(02).
       01 WS-IDX-PRIO                          PIC 9.

      *    Compteurs du rapport : 1 ouvertes dans le mois, 2 closes a
      *    temps, 3 closes en retard, 4 encore hors delai
       01 WS-TABLE-OPR.
           05 WS-OPR OCCURS 50 TIMES.
              10 WS-OPR-CODE                   PIC X(03).
              10 WS-OPR-CPT OCCURS 4 TIMES     PIC 9(04).
       77 WS-OPR-CAPACITE                      PIC 9(02) VALUE 50.
       01 WS-NB-OPR                            PIC 9(02) VALUE 0.
       01 WS-IDX-OPR                           PIC 9(02) VALUE 1.
       01 WS-IDX-TROUVE                        PIC 9(02) VALUE 0.
       01 WS-RECH-OPERATEUR                    PIC X(03).
       01 WS-TABLE-SRC.
           05 WS-SRC OCCURS 2 TIMES.
              10 WS-SRC-CPT OCCURS 4 TIMES     PIC 9(04).
       01 WS-IDX-SRC                           PIC 9.
       01 WS-TABLE-TOT.
           05 WS-TOT-CPT OCCURS 4 TIMES        PIC 9(04).
       01 WS-TABLE-LIGNE.
           05 WS-LIG-CPT OCCURS 4 TIMES        PIC 9(04).
       01 WS-IDX-CPT                           PIC 9.
       01 WS-COMPTE                            PIC X.

      *    Parametres
       01 WS-RETENTION                         PIC 9(04) VALUE 400.

      *    Anciennete d'une date via DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

       01 WS-NB-LUES                           PIC 9(05) VALUE 0.
       01 WS-NB-CLOSES                         PIC 9(05) VALUE 0.
       01 WS-NB-SUPPRIMEES                     PIC 9(05) VALUE 0.
       01 WS-NB-DEPASSEMENTS                   PIC 9(05) VALUE 0.

       01 WS-LIGNE-RAPPORT                     PIC X(80).
       01 WS-LIBELLE                           PIC X(10).
       01 WS-NB-AFF                            PIC ZZZ9.
       01 WS-DATE-A-FORMER                     PIC 9(8).
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
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "SUIVI-DELA".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "SUIVI-DELAIS".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "delais-taches.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "SUIVI-DELA".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "RETENTION-DELAIS" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-RETENTION = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-RETENTION = 0
           MOVE 400 TO WS-RETENTION
       END-IF.
       PERFORM FIXER-MOIS.
       PERFORM LIRE-DELAIS.

       PERFORM CHARGER-DELAIS.
       PERFORM CLORE-TERMINEES.
       PERFORM CONTROLER-TACHES THRU CONTROLER-TACHES-FIN.
       PERFORM MARQUER-DEPASSEMENTS.

       PERFORM ECRIRE-DELAIS.
       IF WS-DELAIS-STATUS NOT = "00"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM ECRIRE-RAPPORT THRU ECRIRE-RAPPORT-FIN.
       IF WS-RAPPORT-STATUS NOT = "00"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Taches suivies : " WS-NB-DLT
               " - closes ce soir : " WS-NB-CLOSES
               " - hors delai : " WS-NB-DEPASSEMENTS.
       DISPLAY "Rapport ecrit dans delais-taches.txt".
       MOVE WS-NB-LUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-CLOSES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-DEPASSEMENTS TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Mois du rapport et bornes : DELAIS-MOIS s'il est renseigne,
      *    sinon le mois du jour arrete a aujourd'hui
       FIXER-MOIS.
           MOVE WS-DATE-SYS(1:6) TO WS-MOIS-RAPPORT.
           MOVE "DELAIS-MOIS" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
              AND WS-CFG-VALEUR(1:6) IS NUMERIC
              AND WS-CFG-VALEUR(5:2) >= "01"
              AND WS-CFG-VALEUR(5:2) <= "12"
               MOVE WS-CFG-VALEUR(1:6) TO WS-MOIS-RAPPORT
           END-IF.
           COMPUTE WS-DATE-DEBUT = WS-MR-ANNEE * 10000
                                 + WS-MR-MOIS * 100 + 1.
           CALL "JoursMois" USING WS-MR-MOIS WS-MR-ANNEE
                                  WS-JOURS-MOIS.
           COMPUTE WS-DATE-ARRET = WS-MR-ANNEE * 10000
                                 + WS-MR-MOIS * 100 + WS-JOURS-MOIS.
           IF WS-DATE-ARRET > WS-DATE-SYS
               MOVE WS-DATE-SYS TO WS-DATE-ARRET
           END-IF.

      *    Delais cibles par priorite, pour l'entete du rapport
       LIRE-DELAIS.
           MOVE 1 TO WS-DELAI-PRIORITE(1).
           MOVE 3 TO WS-DELAI-PRIORITE(2).
           MOVE 5 TO WS-DELAI-PRIORITE(3).
           PERFORM VARYING WS-IDX-PRIO FROM 1 BY 1
                   UNTIL WS-IDX-PRIO > 3
               MOVE SPACES TO WS-CFG-CLE
               STRING "DELAI-PRIORITE-" DELIMITED BY SIZE
                      WS-IDX-PRIO DELIMITED BY SIZE
                   INTO WS-CFG-CLE
               CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR
                                   WS-CFG-TROUVE
               IF WS-CFG-TROUVE = "O"
                   COMPUTE WS-DELAI-PRIORITE(WS-IDX-PRIO) =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
               END-IF
           END-PERFORM.

      *    Suivi existant, sans les lignes closes depuis plus de
      *    WS-RETENTION jours
       CHARGER-DELAIS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT DELAIS-FICHIER.
           IF WS-DELAIS-STATUS = "00"
               PERFORM UNTIL WS-DELAIS-STATUS NOT = "00"
                   READ DELAIS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM GARDER-DELAI
                   END-READ
               END-PERFORM
               CLOSE DELAIS-FICHIER
           END-IF.

       GARDER-DELAI.
           MOVE 0 TO WS-DU-RESULTAT.
           IF F-DLT-ETAT NOT = "O"
               MOVE "JRS" TO WS-DU-OPERATION
               MOVE F-DLT-DATE-CLOTURE TO WS-DU-DATE1
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                     WS-DU-DATE2 WS-DU-RESULTAT
           END-IF.
           IF WS-DU-RESULTAT <= WS-RETENTION
               IF WS-NB-DLT < WS-DLT-CAPACITE
                   ADD 1 TO WS-NB-DLT
                   MOVE F-DELAI-TACHE TO WS-DLT(WS-NB-DLT)
               ELSE
                   DISPLAY "** Suivi des delais plein : ligne "
                           "ignoree : " F-DLT-DESC
               END-IF
           END-IF.

      *    Rapproche chaque tache terminee de la ligne ouverte qui
      *    porte sa description
       CLORE-TERMINEES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT TERMINEES-FICHIER.
           IF WS-TERMINEES-STATUS = "00"
               PERFORM UNTIL WS-TERMINEES-STATUS NOT = "00"
                   READ TERMINEES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-TERMINEE-DESC NOT = SPACES
                              AND F-TERMINEE-FIN-ANNEE IS NUMERIC
                              AND F-TERMINEE-FIN-MOIS IS NUMERIC
                              AND F-TERMINEE-FIN-JOUR IS NUMERIC
                               PERFORM RAPPROCHER-TERMINEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINEES-FICHIER
           END-IF.

      *    La fin de tache clot la plus ancienne ligne ouverte de meme
      *    description ouverte au plus tard ce jour-la ; une fin deja
      *    portee par une ligne close n'est pas reprise, pour qu'une
      *    alerte recreee le jour meme de sa cloture ne soit pas
      *    close avec l'ancienne
       RAPPROCHER-TERMINEE.
           MOVE F-TERMINEE-FIN-ANNEE TO WS-DF-ANNEE.
           MOVE F-TERMINEE-FIN-MOIS TO WS-DF-MOIS.
           MOVE F-TERMINEE-FIN-JOUR TO WS-DF-JOUR.
           MOVE "N" TO WS-DEJA-CLOSE.
           MOVE 0 TO WS-IDX-CLOS.
           PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-NB-DLT
               IF WS-DLT-DESC(WS-IDX-DLT) = F-TERMINEE-DESC
                   IF (WS-DLT-ETAT(WS-IDX-DLT) = "T"
                       OR WS-DLT-ETAT(WS-IDX-DLT) = "R")
                      AND WS-DLT-DATE-CLOTURE(WS-IDX-DLT)
                          = WS-DATE-FIN-NUM
                       MOVE "O" TO WS-DEJA-CLOSE
                   END-IF
                   IF WS-DLT-ETAT(WS-IDX-DLT) = "O"
                      AND WS-DLT-DATE-OUVERTURE(WS-IDX-DLT)
                          <= WS-DATE-FIN-NUM
                      AND WS-IDX-CLOS = 0
                       MOVE WS-IDX-DLT TO WS-IDX-CLOS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEJA-CLOSE = "N" AND WS-IDX-CLOS NOT = 0
               ADD 1 TO WS-NB-CLOSES
               MOVE WS-DATE-FIN-NUM TO WS-DLT-DATE-CLOTURE(WS-IDX-CLOS)
               MOVE "N" TO WS-DLT-DEPASSEMENT(WS-IDX-CLOS)
               IF F-TERMINEE-PAR NOT = SPACES
                   MOVE F-TERMINEE-PAR
                       TO WS-DLT-OPERATEUR(WS-IDX-CLOS)
               END-IF
               IF WS-DATE-FIN-NUM > WS-DLT-DATE-CIBLE(WS-IDX-CLOS)
                   MOVE "R" TO WS-DLT-ETAT(WS-IDX-CLOS)
               ELSE
                   MOVE "T" TO WS-DLT-ETAT(WS-IDX-CLOS)
               END-IF
           END-IF.

      *    Les taches encore ouvertes donnent leur operateur assigne ;
      *    une ligne ouverte dont la tache a disparu de taches.txt
      *    sans passer par les terminees est marquee S
       CONTROLER-TACHES.
           MOVE ALL "N" TO WS-TABLE-VUE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT TACHES-FICHIER.
           IF WS-TACHES-STATUS NOT = "00"
               GO TO CONTROLER-TACHES-FIN
           END-IF.
           PERFORM UNTIL WS-TACHES-STATUS NOT = "00"
               READ TACHES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                               UNTIL WS-IDX-DLT > WS-NB-DLT
                           IF WS-DLT-ETAT(WS-IDX-DLT) = "O"
                              AND WS-DLT-DESC(WS-IDX-DLT)
                                  = F-TACHE-DESC
                               MOVE "O" TO WS-VUE(WS-IDX-DLT)
                               MOVE F-TACHE-OPERATEUR
                                   TO WS-DLT-OPERATEUR(WS-IDX-DLT)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE TACHES-FICHIER.
           PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-NB-DLT
               IF WS-DLT-ETAT(WS-IDX-DLT) = "O"
                  AND WS-VUE(WS-IDX-DLT) = "N"
                   ADD 1 TO WS-NB-SUPPRIMEES
                   MOVE "S" TO WS-DLT-ETAT(WS-IDX-DLT)
                   MOVE "N" TO WS-DLT-DEPASSEMENT(WS-IDX-DLT)
                   MOVE WS-DATE-SYS TO WS-DLT-DATE-CLOTURE(WS-IDX-DLT)
               END-IF
           END-PERFORM.
       CONTROLER-TACHES-FIN.
           EXIT.

      *    Drapeau de depassement : tache ouverte, date cible passee
       MARQUER-DEPASSEMENTS.
           PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-NB-DLT
               IF WS-DLT-ETAT(WS-IDX-DLT) = "O"
                   IF WS-DATE-SYS > WS-DLT-DATE-CIBLE(WS-IDX-DLT)
                       MOVE "O" TO WS-DLT-DEPASSEMENT(WS-IDX-DLT)
                       ADD 1 TO WS-NB-DEPASSEMENTS
                   ELSE
                       MOVE "N" TO WS-DLT-DEPASSEMENT(WS-IDX-DLT)
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-DELAIS.
           OPEN OUTPUT DELAIS-FICHIER.
           IF WS-DELAIS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire taches-delais.txt"
               MOVE "taches-delais.txt" TO WS-ALR-FICHIER
               MOVE WS-DELAIS-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
           ELSE
               PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                       UNTIL WS-IDX-DLT > WS-NB-DLT
                   MOVE WS-DLT(WS-IDX-DLT) TO F-DELAI-TACHE
                   WRITE F-DELAI-TACHE
               END-PERFORM
               CLOSE DELAIS-FICHIER
           END-IF.

      *    Rapport mensuel : comptes par operateur et par source,
      *    puis les taches ouvertes hors delai
       ECRIRE-RAPPORT.
           MOVE ZEROES TO WS-TABLE-SRC WS-TABLE-TOT.
           PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                   UNTIL WS-IDX-DLT > WS-NB-DLT
               IF WS-DLT-ETAT(WS-IDX-DLT) NOT = "S"
                   PERFORM COMPTER-LIGNE
               END-IF
           END-PERFORM.

           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire delais-taches.txt"
               MOVE "delais-taches.txt" TO WS-ALR-FICHIER
               MOVE WS-RAPPORT-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
               GO TO ECRIRE-RAPPORT-FIN
           END-IF.
           MOVE WS-DATE-ARRET TO WS-DATE-A-FORMER.
           PERFORM FORMER-DATE.
           STRING "SUIVI DES DELAIS DES TACHES - MOIS "
                      DELIMITED BY SIZE
                  WS-MR-MOIS DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MR-ANNEE DELIMITED BY SIZE
                  " (au " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           STRING "Delais cibles en jours ouvres : P1 "
                      DELIMITED BY SIZE
                  WS-DELAI-PRIORITE(1) DELIMITED BY SIZE
                  "  P2 " DELIMITED BY SIZE
                  WS-DELAI-PRIORITE(2) DELIMITED BY SIZE
                  "  P3 " DELIMITED BY SIZE
                  WS-DELAI-PRIORITE(3) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.

           MOVE "PAR OPERATEUR" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "Operateur" TO WS-LIBELLE.
           PERFORM ECRIRE-ENTETE-COMPTES.
           IF WS-NB-OPR = 0
               MOVE "  (aucune tache sur la periode)"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-NB-OPR
               MOVE WS-OPR-CODE(WS-IDX-OPR) TO WS-LIBELLE
               PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                       UNTIL WS-IDX-CPT > 4
                   MOVE WS-OPR-CPT(WS-IDX-OPR, WS-IDX-CPT)
                       TO WS-LIG-CPT(WS-IDX-CPT)
               END-PERFORM
               PERFORM ECRIRE-COMPTES
           END-PERFORM.
           PERFORM ECRIRE-LIGNE.

           MOVE "PAR SOURCE" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "Source" TO WS-LIBELLE.
           PERFORM ECRIRE-ENTETE-COMPTES.
           MOVE "Alertes" TO WS-LIBELLE.
           MOVE WS-SRC(1) TO WS-TABLE-LIGNE.
           PERFORM ECRIRE-COMPTES.
           MOVE "Ruptures" TO WS-LIBELLE.
           MOVE WS-SRC(2) TO WS-TABLE-LIGNE.
           PERFORM ECRIRE-COMPTES.
           MOVE "TOTAL" TO WS-LIBELLE.
           MOVE WS-TABLE-TOT TO WS-TABLE-LIGNE.
           PERFORM ECRIRE-COMPTES.
           PERFORM ECRIRE-LIGNE.

           MOVE "TACHES OUVERTES HORS DELAI" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-NB-DEPASSEMENTS = 0
               MOVE "  (aucune)" TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM VARYING WS-IDX-PRIO FROM 1 BY 1
                   UNTIL WS-IDX-PRIO > 3
               PERFORM VARYING WS-IDX-DLT FROM 1 BY 1
                       UNTIL WS-IDX-DLT > WS-NB-DLT
                   IF WS-DLT-ETAT(WS-IDX-DLT) = "O"
                      AND WS-DLT-DEPASSEMENT(WS-IDX-DLT) = "O"
                      AND WS-DLT-PRIORITE(WS-IDX-DLT) = WS-IDX-PRIO
                       PERFORM ECRIRE-DEPASSEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE RAPPORT-FICHIER.
       ECRIRE-RAPPORT-FIN.
           EXIT.

      *    Place la ligne WS-IDX-DLT dans les compteurs de son
      *    operateur, de sa source et du total
       COMPTER-LIGNE.
           MOVE ZEROES TO WS-TABLE-LIGNE.
           MOVE "N" TO WS-COMPTE.
           IF WS-DLT-DATE-OUVERTURE(WS-IDX-DLT) >= WS-DATE-DEBUT
              AND WS-DLT-DATE-OUVERTURE(WS-IDX-DLT) <= WS-DATE-ARRET
               MOVE 1 TO WS-LIG-CPT(1)
               MOVE "O" TO WS-COMPTE
           END-IF.
           IF WS-DLT-ETAT(WS-IDX-DLT) NOT = "O"
              AND WS-DLT-DATE-CLOTURE(WS-IDX-DLT) >= WS-DATE-DEBUT
              AND WS-DLT-DATE-CLOTURE(WS-IDX-DLT) <= WS-DATE-ARRET
               IF WS-DLT-ETAT(WS-IDX-DLT) = "T"
                   MOVE 1 TO WS-LIG-CPT(2)
               ELSE
                   MOVE 1 TO WS-LIG-CPT(3)
               END-IF
               MOVE "O" TO WS-COMPTE
           END-IF.
      *    Hors delai a la date d'arret : ouverte avant, cible
      *    depassee, et pas encore close ce jour-la
           IF WS-DLT-DATE-OUVERTURE(WS-IDX-DLT) <= WS-DATE-ARRET
              AND WS-DLT-DATE-CIBLE(WS-IDX-DLT) < WS-DATE-ARRET
              AND (WS-DLT-ETAT(WS-IDX-DLT) = "O"
                   OR WS-DLT-DATE-CLOTURE(WS-IDX-DLT) > WS-DATE-ARRET)
               MOVE 1 TO WS-LIG-CPT(4)
               MOVE "O" TO WS-COMPTE
           END-IF.
           IF WS-COMPTE = "O"
               MOVE WS-DLT-OPERATEUR(WS-IDX-DLT) TO WS-RECH-OPERATEUR
               PERFORM TROUVER-OPERATEUR
               IF WS-DLT-SOURCE(WS-IDX-DLT) = "ALR"
                   MOVE 1 TO WS-IDX-SRC
               ELSE
                   MOVE 2 TO WS-IDX-SRC
               END-IF
               PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                       UNTIL WS-IDX-CPT > 4
                   IF WS-IDX-TROUVE NOT = 0
                       ADD WS-LIG-CPT(WS-IDX-CPT)
                           TO WS-OPR-CPT(WS-IDX-TROUVE, WS-IDX-CPT)
                   END-IF
                   ADD WS-LIG-CPT(WS-IDX-CPT)
                       TO WS-SRC-CPT(WS-IDX-SRC, WS-IDX-CPT)
                   ADD WS-LIG-CPT(WS-IDX-CPT) TO WS-TOT-CPT(WS-IDX-CPT)
               END-PERFORM
           END-IF.

      *    Rang de WS-RECH-OPERATEUR dans WS-OPR, ajoute s'il est
      *    nouveau (--- pour une tache sans operateur) ; 0 si la
      *    table est pleine
       TROUVER-OPERATEUR.
           IF WS-RECH-OPERATEUR = SPACES
               MOVE "---" TO WS-RECH-OPERATEUR
           END-IF.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-NB-OPR
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-OPR-CODE(WS-IDX-OPR) = WS-RECH-OPERATEUR
                   MOVE WS-IDX-OPR TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = 0 AND WS-NB-OPR < WS-OPR-CAPACITE
               ADD 1 TO WS-NB-OPR
               MOVE WS-NB-OPR TO WS-IDX-TROUVE
               MOVE WS-RECH-OPERATEUR TO WS-OPR-CODE(WS-NB-OPR)
               MOVE ZEROES TO WS-OPR-CPT(WS-NB-OPR, 1)
                              WS-OPR-CPT(WS-NB-OPR, 2)
                              WS-OPR-CPT(WS-NB-OPR, 3)
                              WS-OPR-CPT(WS-NB-OPR, 4)
           END-IF.

       ECRIRE-ENTETE-COMPTES.
           MOVE WS-LIBELLE TO WS-LIGNE-RAPPORT(3:10).
           MOVE "Ouvertes   A temps   En retard   Hors delai"
               TO WS-LIGNE-RAPPORT(14:43).
           PERFORM ECRIRE-LIGNE.

      *    Ligne de comptes : WS-LIBELLE puis WS-LIG-CPT(1..4)
       ECRIRE-COMPTES.
           MOVE WS-LIBELLE TO WS-LIGNE-RAPPORT(3:10).
           MOVE WS-LIG-CPT(1) TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(18:4).
           MOVE WS-LIG-CPT(2) TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(28:4).
           MOVE WS-LIG-CPT(3) TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(40:4).
           MOVE WS-LIG-CPT(4) TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(53:4).
           PERFORM ECRIRE-LIGNE.

      *    Une tache ouverte hors delai : priorite, description,
      *    ouverture, cible et operateur
       ECRIRE-DEPASSEMENT.
           MOVE "P" TO WS-LIGNE-RAPPORT(3:1).
           MOVE WS-DLT-PRIORITE(WS-IDX-DLT) TO WS-LIGNE-RAPPORT(4:1).
           MOVE WS-DLT-DESC(WS-IDX-DLT) TO WS-LIGNE-RAPPORT(7:20).
           MOVE WS-DLT-DATE-OUVERTURE(WS-IDX-DLT) TO WS-DATE-A-FORMER.
           PERFORM FORMER-DATE.
           MOVE "ouverte" TO WS-LIGNE-RAPPORT(29:7).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(37:10).
           MOVE WS-DLT-DATE-CIBLE(WS-IDX-DLT) TO WS-DATE-A-FORMER.
           PERFORM FORMER-DATE.
           MOVE "cible" TO WS-LIGNE-RAPPORT(49:5).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(55:10).
           IF WS-DLT-OPERATEUR(WS-IDX-DLT) = SPACES
               MOVE "---" TO WS-LIGNE-RAPPORT(67:3)
           ELSE
               MOVE WS-DLT-OPERATEUR(WS-IDX-DLT)
                   TO WS-LIGNE-RAPPORT(67:3)
           END-IF.
           PERFORM ECRIRE-LIGNE.

       FORMER-DATE.
           MOVE WS-DATE-A-FORMER(7:2) TO WS-DA-JJ.
           MOVE WS-DATE-A-FORMER(5:2) TO WS-DA-MM.
           MOVE WS-DATE-A-FORMER(1:4) TO WS-DA-AAAA.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
