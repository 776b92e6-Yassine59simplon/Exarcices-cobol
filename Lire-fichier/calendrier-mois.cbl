       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MOIS.
      * Calendrier mural des operations du mois : une grille d'une
      * case par jour, du lundi au dimanche, qui rassemble ce qu'il
      * fallait jusqu'ici chercher dans plusieurs fichiers :
      *   - jours feries (jours-feries.txt, via DateUtil) et jours
      *     non ouvres, marques dans la case ;
      *   - traitements prevus au calendrier d'exploitation
      *     (calendrier-batch.txt, via Calendrier) ;
      *   - echeances des taches de taches.txt ;
      *   - livraisons attendues des commandes fournisseur ouvertes
      *     (F-CDE-DATE-PREVUE de commandes-ouvertes.txt) ;
      *   - comptages tournants dus d'apres plan-comptage.txt (un
      *     comptage deja en retard est porte au premier du mois) ;
      *   - echeances des reservations de reservations.txt ;
      *   - dates de cloture des trimestres, CLOTURE-T1 a
      *     CLOTURE-T3 de parametres.txt (AAAAMMJJ, ou MMJJ pour
      *     une date qui revient chaque annee).
      * Chaque case donne le nombre d'elements de chaque genre et
      * les deux plus importants (cloture, tache de priorite 1,
      * livraison, reservation, tache de priorite 2, traitement de
      * fin de mois, comptage, tache de priorite 3) ; la liste des
      * elements a ne pas manquer suit la grille.
      * Le mois imprime est CALENDRIER-MOIS (AAAAMM) de
      * parametres.txt s'il est renseigne ; sinon c'est le mois
      * suivant quand le jour ouvre qui suit tombe dans un autre
      * mois (passage le dernier jour ouvre, regle F du calendrier
      * d'exploitation), et le mois courant dans les autres cas.
      * Le rapport calendrier-mois.txt tient sur 80 colonnes pour
      * l'affichage au mur ; le code retour vaut 8 s'il ne peut pas
      * etre ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TACHES-FICHIER ASSIGN TO "taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TACHES-STATUS.

           SELECT CDE-OUVERTES-FICHIER
               ASSIGN TO "commandes-ouvertes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDE-OUVERTES-STATUS.

           SELECT PLAN-FICHIER ASSIGN TO "plan-comptage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT RESERVATIONS-FICHIER ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

      *    meme decoupage que dans Calendrier.cbl
           SELECT CALENDRIER-FICHIER ASSIGN TO "calendrier-batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.

           SELECT CAL-MOIS-FICHIER ASSIGN TO "calendrier-mois.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-MOIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-TACHE dans todo.cbl
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

       FD  CDE-OUVERTES-FICHIER.
           COPY "CommandeOuverte.cpy".

      *    Meme decoupage que F-PLAN dans comptage-cyclique.cbl
       FD  PLAN-FICHIER.
       01  F-PLAN.
           05 F-PLC-ARTICLE         PIC X(10).
           05 F-PLC-FREQUENCE       PIC 9(03).
           05 F-PLC-DERNIER         PIC 9(08).

      *    Meme decoupage que F-RESERVATION dans gere-reservations.cbl
       FD  RESERVATIONS-FICHIER.
       01  F-RESERVATION.
           05 F-RSV-ARTICLE         PIC X(10).
           05 F-RSV-QTE             PIC 9(05).
           05 F-RSV-BENEFICIAIRE    PIC X(20).
           05 F-RSV-ECHEANCE        PIC 9(08).

       FD  CALENDRIER-FICHIER.
       01  F-CALENDRIER.
           05 F-CAL-PROGRAMME       PIC X(12).
           05 F-CAL-REGLE           PIC X.

       FD  CAL-MOIS-FICHIER.
       01  LIGNE-CAL-MOIS           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TACHES-STATUS                     PIC XX.
       01 WS-CDE-OUVERTES-STATUS               PIC XX.
       01 WS-PLAN-STATUS                       PIC XX.
       01 WS-RESERVATIONS-STATUS               PIC XX.
       01 WS-CALENDRIER-STATUS                 PIC XX.
       01 WS-CAL-MOIS-STATUS                   PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       77 WS-DATE-SYS                          PIC 9(8).

      *    Mois imprime
       01 WS-ANNEE-CAL                         PIC 9(4).
       01 WS-MOIS-CAL                          PIC 99.
       01 WS-JOURS-MAX                         PIC 99.
       01 WS-DATE-PREMIER                      PIC 9(8).
       01 WS-DATE-JOUR                         PIC 9(8).

      *    Une case par jour du mois : jour de semaine, jour ouvre ou
      *    ferie, nombre d'elements par genre et les deux elements
      *    les plus importants (rang 0 = le plus important, 9 =
      *    place libre)
       01 WS-TABLE-JOURS.
           05 WS-JR OCCURS 31 TIMES.
              10 WS-JR-SEMAINE                 PIC 9.
              10 WS-JR-OUVRE                   PIC X.
              10 WS-JR-FERIE                   PIC X.
              10 WS-JR-NB-TACHES               PIC 9(03).
              10 WS-JR-NB-LIVRAISONS           PIC 9(03).
              10 WS-JR-NB-COMPTAGES            PIC 9(03).
              10 WS-JR-NB-RESERVATIONS         PIC 9(03).
              10 WS-JR-NB-TRAITEMENTS          PIC 9(03).
              10 WS-JR-NB-ELEMENTS             PIC 9(03).
              10 WS-JR-ELT OCCURS 2 TIMES.
                 15 WS-JR-RANG                 PIC 9.
                 15 WS-JR-COURT                PIC X(10).
                 15 WS-JR-LONG                 PIC X(40).
       01 WS-IDX-JOUR                          PIC 99.
       01 WS-IDX-ELT                           PIC 9.

      *    Programmes du calendrier d'exploitation
       01 WS-TABLE-TRAITEMENTS.
           05 WS-TRT OCCURS 30 TIMES.
              10 WS-TRT-PROGRAMME              PIC X(12).
              10 WS-TRT-REGLE                  PIC X.
       77 WS-TRT-CAPACITE                      PIC 9(02) VALUE 30.
       01 WS-NB-TRT                            PIC 9(02) VALUE 0.
       01 WS-IDX-TRT                           PIC 9(02).

      *    Zones d'appel de Calendrier
       01 WS-CAL-PROGRAMME                     PIC X(12).
       01 WS-CAL-DATE                          PIC 9(8).
       01 WS-CAL-PREVU                         PIC X.

      *    Element a placer dans la case WS-PL-JOUR
       01 WS-PL-JOUR                           PIC 99.
       01 WS-PL-RANG                           PIC 9.
       01 WS-PL-COURT                          PIC X(10).
       01 WS-PL-LONG                           PIC X(40).

      *    Arithmetique de dates, sous-programme DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).
       01 WS-ECHEANCE                          PIC S9(7).

      *    Cloture des trimestres
       01 WS-NUM-TRIMESTRE                     PIC 9.
       01 WS-DATE-CLOTURE                      PIC 9(8).

      *    Construction de la grille : 7 cases de 10 caracteres
      *    separees par des barres, 6 lignes par case
       01 WS-DECALAGE                          PIC 9.
       01 WS-SEMAINE                           PIC 9.
       01 WS-NB-SEMAINES                       PIC 9.
       01 WS-COLONNE                           PIC 9.
       01 WS-LIGNE-CASE                        PIC 9.
       01 WS-CASE-JOUR                         PIC S9(03).
       01 WS-POS-CASE                          PIC 99.
       01 WS-CASE                              PIC X(10).
       01 WS-JETON-LETTRE                      PIC X.
       01 WS-JETON-NB                          PIC 9(03).
       01 WS-JETON-POS                         PIC 99.
       01 WS-JETON-AFF                         PIC ZZ9.
       01 WS-JJ-AFF                            PIC Z9.
       01 WS-AUTRES                            PIC 9(03).
       01 WS-AUTRES-AFF                        PIC ZZ9.

       01 WS-SEPARATION.
           05 FILLER PIC X(34) VALUE
              "+----------+----------+----------+".
           05 FILLER PIC X(44) VALUE
              "----------+----------+----------+----------+".
       01 WS-ENTETE-JOURS.
           05 FILLER PIC X(34) VALUE
              "|  Lundi   |  Mardi   | Mercredi |".
           05 FILLER PIC X(44) VALUE
              "  Jeudi   | Vendredi |  Samedi  | Dimanche |".

       01 WS-NOMS-MOIS.
           05 FILLER PIC X(09) VALUE "JANVIER".
           05 FILLER PIC X(09) VALUE "FEVRIER".
           05 FILLER PIC X(09) VALUE "MARS".
           05 FILLER PIC X(09) VALUE "AVRIL".
           05 FILLER PIC X(09) VALUE "MAI".
           05 FILLER PIC X(09) VALUE "JUIN".
           05 FILLER PIC X(09) VALUE "JUILLET".
           05 FILLER PIC X(09) VALUE "AOUT".
           05 FILLER PIC X(09) VALUE "SEPTEMBRE".
           05 FILLER PIC X(09) VALUE "OCTOBRE".
           05 FILLER PIC X(09) VALUE "NOVEMBRE".
           05 FILLER PIC X(09) VALUE "DECEMBRE".
       01 WS-TABLE-NOMS-MOIS REDEFINES WS-NOMS-MOIS.
           05 WS-NOM-MOIS OCCURS 12 TIMES      PIC X(09).

       01 WS-NOMS-JOURS                        PIC X(21)
           VALUE "LunMarMerJeuVenSamDim".
       01 WS-TABLE-NOMS-JOURS REDEFINES WS-NOMS-JOURS.
           05 WS-NOM-JOUR OCCURS 7 TIMES       PIC X(03).

       01 WS-LIGNE-RAPPORT                     PIC X(80).
       01 WS-DATE-AFF.
           05 WS-DA-JJ                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-MM                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-AAAA                       PIC 9(4).
       01 WS-NB-LUES                           PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES                        PIC 9(05) VALUE 0.
       01 WS-NB-A-VOIR                         PIC 9(05) VALUE 0.

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "CAL-MOIS".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "CAL-MOIS".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "calendrier-mois.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "CAL-MOIS".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       PERFORM CHOISIR-MOIS.
       PERFORM PREPARER-JOURS.
       PERFORM CHARGER-CLOTURES.
       PERFORM CHARGER-TACHES.
       PERFORM CHARGER-LIVRAISONS.
       PERFORM CHARGER-COMPTAGES.
       PERFORM CHARGER-RESERVATIONS.
       PERFORM CHARGER-TRAITEMENTS.

       OPEN OUTPUT CAL-MOIS-FICHIER.
       IF WS-CAL-MOIS-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire calendrier-mois.txt"
           MOVE "calendrier-mois.txt" TO WS-ALR-FICHIER
           MOVE WS-CAL-MOIS-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ECRIRE-GRILLE.
       PERFORM ECRIRE-A-NE-PAS-MANQUER.
       CLOSE CAL-MOIS-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Calendrier de " FUNCTION TRIM(WS-NOM-MOIS(WS-MOIS-CAL))
               " " WS-ANNEE-CAL " ecrit dans calendrier-mois.txt".
       MOVE WS-NB-LUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-ECRITES TO WS-NB-ECRITES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Mois impose par CALENDRIER-MOIS, sinon mois du prochain
      *    jour ouvre s'il change, sinon mois courant
       CHOISIR-MOIS.
           MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-CAL.
           MOVE WS-DATE-SYS(5:2) TO WS-MOIS-CAL.
           MOVE "CALENDRIER-MOIS" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O" AND WS-CFG-VALEUR(1:6) IS NUMERIC
              AND WS-CFG-VALEUR(5:2) >= "01"
              AND WS-CFG-VALEUR(5:2) <= "12"
               MOVE WS-CFG-VALEUR(1:4) TO WS-ANNEE-CAL
               MOVE WS-CFG-VALEUR(5:2) TO WS-MOIS-CAL
           ELSE
               MOVE "AJO" TO WS-DU-OPERATION
               MOVE WS-DATE-SYS TO WS-DU-DATE1
               MOVE 1 TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                     WS-DU-DATE2 WS-DU-RESULTAT
               IF WS-DU-DATE1(5:2) NOT = WS-DATE-SYS(5:2)
                   MOVE WS-DU-DATE1(1:4) TO WS-ANNEE-CAL
                   MOVE WS-DU-DATE1(5:2) TO WS-MOIS-CAL
               END-IF
           END-IF.
           CALL "JoursMois" USING WS-MOIS-CAL WS-ANNEE-CAL
                                   WS-JOURS-MAX.
           COMPUTE WS-DATE-PREMIER = WS-ANNEE-CAL * 10000
                                   + WS-MOIS-CAL * 100 + 1.

      *    Jour de semaine et jour ouvre de chaque jour du mois : un
      *    jour de semaine que DateUtil repousse est un jour ferie
       PREPARER-JOURS.
           MOVE "JSM" TO WS-DU-OPERATION.
           MOVE WS-DATE-PREMIER TO WS-DU-DATE1.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                 WS-DU-DATE2 WS-DU-RESULTAT.
           MOVE WS-DU-RESULTAT TO WS-SEMAINE.
           COMPUTE WS-DECALAGE = WS-SEMAINE - 1.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 31
               MOVE WS-SEMAINE TO WS-JR-SEMAINE(WS-IDX-JOUR)
               MOVE "N" TO WS-JR-OUVRE(WS-IDX-JOUR)
               MOVE "N" TO WS-JR-FERIE(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-TACHES(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-LIVRAISONS(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-COMPTAGES(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-RESERVATIONS(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-TRAITEMENTS(WS-IDX-JOUR)
               MOVE 0 TO WS-JR-NB-ELEMENTS(WS-IDX-JOUR)
               MOVE 9 TO WS-JR-RANG(WS-IDX-JOUR, 1)
               MOVE 9 TO WS-JR-RANG(WS-IDX-JOUR, 2)
               MOVE SPACES TO WS-JR-COURT(WS-IDX-JOUR, 1)
               MOVE SPACES TO WS-JR-COURT(WS-IDX-JOUR, 2)
               MOVE SPACES TO WS-JR-LONG(WS-IDX-JOUR, 1)
               MOVE SPACES TO WS-JR-LONG(WS-IDX-JOUR, 2)
               IF WS-IDX-JOUR <= WS-JOURS-MAX AND WS-SEMAINE <= 5
                   COMPUTE WS-DU-DATE1 = WS-DATE-PREMIER
                                       + WS-IDX-JOUR - 1
                   MOVE "AJO" TO WS-DU-OPERATION
                   MOVE 0 TO WS-DU-DATE2
                   CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                         WS-DU-DATE2 WS-DU-RESULTAT
                   IF WS-DU-RESULTAT = 0
                       MOVE "O" TO WS-JR-OUVRE(WS-IDX-JOUR)
                   ELSE
                       MOVE "O" TO WS-JR-FERIE(WS-IDX-JOUR)
                   END-IF
               END-IF
               IF WS-SEMAINE = 7
                   MOVE 1 TO WS-SEMAINE
               ELSE
                   ADD 1 TO WS-SEMAINE
               END-IF
           END-PERFORM.

      *    Dates de cloture des trimestres : CLOTURE-T1 a CLOTURE-T3,
      *    AAAAMMJJ, ou MMJJ prise dans l'annee du calendrier
       CHARGER-CLOTURES.
           PERFORM VARYING WS-NUM-TRIMESTRE FROM 1 BY 1
                   UNTIL WS-NUM-TRIMESTRE > 3
               MOVE SPACES TO WS-CFG-CLE
               STRING "CLOTURE-T" DELIMITED BY SIZE
                      WS-NUM-TRIMESTRE DELIMITED BY SIZE
                   INTO WS-CFG-CLE
               CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR
                                   WS-CFG-TROUVE
               MOVE 0 TO WS-DATE-CLOTURE
               IF WS-CFG-TROUVE = "O"
                   IF WS-CFG-VALEUR(1:8) IS NUMERIC
                       MOVE WS-CFG-VALEUR(1:8) TO WS-DATE-CLOTURE
                   ELSE
                       IF WS-CFG-VALEUR(1:4) IS NUMERIC
                          AND WS-CFG-VALEUR(5:1) = SPACE
                           COMPUTE WS-DATE-CLOTURE =
                               WS-ANNEE-CAL * 10000
                           MOVE WS-CFG-VALEUR(1:4)
                               TO WS-DATE-CLOTURE(5:4)
                       END-IF
                   END-IF
               END-IF
               IF WS-DATE-CLOTURE(1:6) = WS-DATE-PREMIER(1:6)
                  AND WS-DATE-CLOTURE(7:2) >= "01"
                  AND WS-DATE-CLOTURE(7:2) <= WS-JOURS-MAX
                   MOVE WS-DATE-CLOTURE(7:2) TO WS-PL-JOUR
                   MOVE 0 TO WS-PL-RANG
                   MOVE SPACES TO WS-PL-COURT
                   STRING "CLOTURE T" DELIMITED BY SIZE
                          WS-NUM-TRIMESTRE DELIMITED BY SIZE
                       INTO WS-PL-COURT
                   MOVE SPACES TO WS-PL-LONG
                   STRING "Cloture du trimestre " DELIMITED BY SIZE
                          WS-NUM-TRIMESTRE DELIMITED BY SIZE
                       INTO WS-PL-LONG
                   PERFORM PLACER-ELEMENT
               END-IF
           END-PERFORM.

      *    Taches dont l'echeance tombe dans le mois, rangees selon
      *    leur priorite
       CHARGER-TACHES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT TACHES-FICHIER.
           IF WS-TACHES-STATUS = "00"
               PERFORM UNTIL WS-TACHES-STATUS NOT = "00"
                   READ TACHES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM TRAITER-TACHE
                   END-READ
               END-PERFORM
               CLOSE TACHES-FICHIER
           END-IF.

       TRAITER-TACHE.
           IF F-TACHE-DESC NOT = SPACES
              AND F-TACHE-ANNEE IS NUMERIC
              AND F-TACHE-MOIS IS NUMERIC
              AND F-TACHE-JOUR IS NUMERIC
              AND F-TACHE-ANNEE = WS-ANNEE-CAL
              AND F-TACHE-MOIS = WS-MOIS-CAL
              AND F-TACHE-JOUR >= 1
              AND F-TACHE-JOUR <= WS-JOURS-MAX
               MOVE F-TACHE-JOUR TO WS-PL-JOUR
               ADD 1 TO WS-JR-NB-TACHES(WS-PL-JOUR)
               EVALUATE F-TACHE-PRIORITE
                   WHEN 1
                       MOVE 1 TO WS-PL-RANG
                   WHEN 2
                       MOVE 4 TO WS-PL-RANG
                   WHEN OTHER
                       MOVE 7 TO WS-PL-RANG
               END-EVALUATE
               MOVE SPACES TO WS-PL-COURT
               STRING "T " DELIMITED BY SIZE
                      F-TACHE-DESC(1:8) DELIMITED BY SIZE
                   INTO WS-PL-COURT
               MOVE SPACES TO WS-PL-LONG
               STRING "Tache P" DELIMITED BY SIZE
                      F-TACHE-PRIORITE DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      F-TACHE-DESC DELIMITED BY SIZE
                   INTO WS-PL-LONG
               IF F-TACHE-OPERATEUR NOT = SPACES
                   MOVE "op" TO WS-PL-LONG(33:2)
                   MOVE F-TACHE-OPERATEUR TO WS-PL-LONG(36:3)
               END-IF
               PERFORM PLACER-ELEMENT
           END-IF.

      *    Livraisons attendues des commandes encore ouvertes
       CHARGER-LIVRAISONS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CDE-OUVERTES-FICHIER.
           IF WS-CDE-OUVERTES-STATUS = "00"
               PERFORM UNTIL WS-CDE-OUVERTES-STATUS NOT = "00"
                   READ CDE-OUVERTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM TRAITER-LIVRAISON
                   END-READ
               END-PERFORM
               CLOSE CDE-OUVERTES-FICHIER
           END-IF.

       TRAITER-LIVRAISON.
           IF F-CDE-ETAT = "O"
              AND F-CDE-DATE-PREVUE IS NUMERIC
              AND F-CDE-DATE-PREVUE(1:6) = WS-DATE-PREMIER(1:6)
              AND F-CDE-DATE-PREVUE(7:2) >= "01"
              AND F-CDE-DATE-PREVUE(7:2) <= WS-JOURS-MAX
               MOVE F-CDE-DATE-PREVUE(7:2) TO WS-PL-JOUR
               ADD 1 TO WS-JR-NB-LIVRAISONS(WS-PL-JOUR)
               MOVE 2 TO WS-PL-RANG
               MOVE SPACES TO WS-PL-COURT
               STRING "L " DELIMITED BY SIZE
                      F-CDE-ARTICLE(1:8) DELIMITED BY SIZE
                   INTO WS-PL-COURT
               MOVE SPACES TO WS-PL-LONG
               STRING "Livraison " DELIMITED BY SIZE
                      F-CDE-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-CDE-FOURNISSEUR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-CDE-ARTICLE DELIMITED BY SIZE
                   INTO WS-PL-LONG
               PERFORM PLACER-ELEMENT
           END-IF.

      *    Comptages tournants : du a la date du dernier comptage
      *    plus la frequence ; jamais compte ou deja en retard, il
      *    est porte au premier du mois
       CHARGER-COMPTAGES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT PLAN-FICHIER.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-PLAN-STATUS NOT = "00"
                   READ PLAN-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM TRAITER-COMPTAGE
                   END-READ
               END-PERFORM
               CLOSE PLAN-FICHIER
           END-IF.

       TRAITER-COMPTAGE.
           MOVE 0 TO WS-PL-JOUR.
           MOVE 0 TO WS-ECHEANCE.
           IF F-PLC-ARTICLE NOT = SPACES
              AND F-PLC-FREQUENCE IS NUMERIC
              AND F-PLC-FREQUENCE > 0
               IF F-PLC-DERNIER IS NOT NUMERIC OR F-PLC-DERNIER = 0
                   MOVE 1 TO WS-PL-JOUR
                   MOVE -1 TO WS-ECHEANCE
               ELSE
                   MOVE "JRS" TO WS-DU-OPERATION
                   MOVE F-PLC-DERNIER TO WS-DU-DATE1
                   MOVE WS-DATE-PREMIER TO WS-DU-DATE2
                   CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                         WS-DU-DATE2 WS-DU-RESULTAT
                   COMPUTE WS-ECHEANCE = F-PLC-FREQUENCE
                                       - WS-DU-RESULTAT
                   IF WS-ECHEANCE < 0
                       MOVE 1 TO WS-PL-JOUR
                   ELSE
                       IF WS-ECHEANCE < WS-JOURS-MAX
                           COMPUTE WS-PL-JOUR = WS-ECHEANCE + 1
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-PL-JOUR > 0
               ADD 1 TO WS-JR-NB-COMPTAGES(WS-PL-JOUR)
               MOVE 6 TO WS-PL-RANG
               MOVE SPACES TO WS-PL-COURT
               STRING "C " DELIMITED BY SIZE
                      F-PLC-ARTICLE(1:8) DELIMITED BY SIZE
                   INTO WS-PL-COURT
               MOVE SPACES TO WS-PL-LONG
               STRING "Comptage tournant " DELIMITED BY SIZE
                      F-PLC-ARTICLE DELIMITED BY SIZE
                   INTO WS-PL-LONG
               IF WS-PL-JOUR = 1 AND WS-ECHEANCE < 0
                   MOVE "(en retard)" TO WS-PL-LONG(30:11)
               END-IF
               PERFORM PLACER-ELEMENT
           END-IF.

      *    Reservations qui arrivent a echeance dans le mois
       CHARGER-RESERVATIONS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS = "00"
               PERFORM UNTIL WS-RESERVATIONS-STATUS NOT = "00"
                   READ RESERVATIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM TRAITER-RESERVATION
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS-FICHIER
           END-IF.

       TRAITER-RESERVATION.
           IF F-RSV-ARTICLE NOT = SPACES
              AND F-RSV-ECHEANCE IS NUMERIC
              AND F-RSV-ECHEANCE(1:6) = WS-DATE-PREMIER(1:6)
              AND F-RSV-ECHEANCE(7:2) >= "01"
              AND F-RSV-ECHEANCE(7:2) <= WS-JOURS-MAX
               MOVE F-RSV-ECHEANCE(7:2) TO WS-PL-JOUR
               ADD 1 TO WS-JR-NB-RESERVATIONS(WS-PL-JOUR)
               MOVE 3 TO WS-PL-RANG
               MOVE SPACES TO WS-PL-COURT
               STRING "R " DELIMITED BY SIZE
                      F-RSV-ARTICLE(1:8) DELIMITED BY SIZE
                   INTO WS-PL-COURT
               MOVE SPACES TO WS-PL-LONG
               STRING "Reservation " DELIMITED BY SIZE
                      F-RSV-ARTICLE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-RSV-BENEFICIAIRE(1:17) DELIMITED BY SIZE
                   INTO WS-PL-LONG
               PERFORM PLACER-ELEMENT
           END-IF.

      *    Traitements du calendrier d'exploitation : chaque
      *    programme est soumis a Calendrier pour chaque jour ; ceux
      *    de fin de mois (regles M et F) sont aussi nommes
       CHARGER-TRAITEMENTS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CALENDRIER-FICHIER.
           IF WS-CALENDRIER-STATUS = "00"
               PERFORM UNTIL WS-CALENDRIER-STATUS NOT = "00"
                   READ CALENDRIER-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           IF F-CAL-PROGRAMME NOT = SPACES
                              AND WS-NB-TRT < WS-TRT-CAPACITE
                               ADD 1 TO WS-NB-TRT
                               MOVE F-CAL-PROGRAMME
                                   TO WS-TRT-PROGRAMME(WS-NB-TRT)
                               MOVE FUNCTION UPPER-CASE(F-CAL-REGLE)
                                   TO WS-TRT-REGLE(WS-NB-TRT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FICHIER
           END-IF.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > WS-JOURS-MAX
               PERFORM VARYING WS-IDX-TRT FROM 1 BY 1
                       UNTIL WS-IDX-TRT > WS-NB-TRT
                   PERFORM TRAITER-PROGRAMME
               END-PERFORM
           END-PERFORM.

       TRAITER-PROGRAMME.
           MOVE WS-TRT-PROGRAMME(WS-IDX-TRT) TO WS-CAL-PROGRAMME.
           COMPUTE WS-CAL-DATE = WS-DATE-PREMIER + WS-IDX-JOUR - 1.
           CALL "Calendrier" USING WS-CAL-PROGRAMME WS-CAL-DATE
                                   WS-CAL-PREVU.
           IF WS-CAL-PREVU = "O"
               ADD 1 TO WS-JR-NB-TRAITEMENTS(WS-IDX-JOUR)
               IF WS-TRT-REGLE(WS-IDX-TRT) = "M"
                  OR WS-TRT-REGLE(WS-IDX-TRT) = "F"
                   MOVE WS-IDX-JOUR TO WS-PL-JOUR
                   MOVE 5 TO WS-PL-RANG
                   MOVE SPACES TO WS-PL-COURT
                   STRING "B " DELIMITED BY SIZE
                          WS-CAL-PROGRAMME(1:8) DELIMITED BY SIZE
                       INTO WS-PL-COURT
                   MOVE SPACES TO WS-PL-LONG
                   STRING "Traitement de fin de mois " DELIMITED BY SIZE
                          WS-CAL-PROGRAMME DELIMITED BY SIZE
                       INTO WS-PL-LONG
                   PERFORM PLACER-ELEMENT
               END-IF
           END-IF.

      *    Garde les deux elements de plus petit rang de la case ;
      *    a rang egal le premier arrive reste devant
       PLACER-ELEMENT.
           ADD 1 TO WS-JR-NB-ELEMENTS(WS-PL-JOUR).
           IF WS-PL-RANG < WS-JR-RANG(WS-PL-JOUR, 1)
               MOVE WS-JR-ELT(WS-PL-JOUR, 1) TO WS-JR-ELT(WS-PL-JOUR, 2)
               MOVE WS-PL-RANG TO WS-JR-RANG(WS-PL-JOUR, 1)
               MOVE WS-PL-COURT TO WS-JR-COURT(WS-PL-JOUR, 1)
               MOVE WS-PL-LONG TO WS-JR-LONG(WS-PL-JOUR, 1)
           ELSE
               IF WS-PL-RANG < WS-JR-RANG(WS-PL-JOUR, 2)
                   MOVE WS-PL-RANG TO WS-JR-RANG(WS-PL-JOUR, 2)
                   MOVE WS-PL-COURT TO WS-JR-COURT(WS-PL-JOUR, 2)
                   MOVE WS-PL-LONG TO WS-JR-LONG(WS-PL-JOUR, 2)
               END-IF
           END-IF.

      *    Titre, entete des jours et une rangee de cases par semaine
       ECRIRE-GRILLE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "CALENDRIER DES OPERATIONS - " DELIMITED BY SIZE
                  WS-NOM-MOIS(WS-MOIS-CAL) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ANNEE-CAL DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-DATE-SYS(7:2) TO WS-DA-JJ.
           MOVE WS-DATE-SYS(5:2) TO WS-DA-MM.
           MOVE WS-DATE-SYS(1:4) TO WS-DA-AAAA.
           MOVE "Edite le" TO WS-LIGNE-RAPPORT(60:8).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(69:10).
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SEPARATION TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-ENTETE-JOURS TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SEPARATION TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           COMPUTE WS-NB-SEMAINES =
               (WS-JOURS-MAX + WS-DECALAGE + 6) / 7.
           PERFORM VARYING WS-SEMAINE FROM 1 BY 1
                   UNTIL WS-SEMAINE > WS-NB-SEMAINES
               PERFORM VARYING WS-LIGNE-CASE FROM 1 BY 1
                       UNTIL WS-LIGNE-CASE > 6
                   PERFORM ECRIRE-LIGNE-SEMAINE
               END-PERFORM
               MOVE WS-SEPARATION TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-PERFORM.
           MOVE "T taches  L livraisons  C comptages  R reservations"
               TO WS-LIGNE-RAPPORT.
           MOVE "B traitements" TO WS-LIGNE-RAPPORT(54:13).
           PERFORM ECRIRE-LIGNE.
           MOVE "+n : elements non nommes dans la case ; FERIE : jour"
               TO WS-LIGNE-RAPPORT.
           MOVE "ferie ; repos : week-end" TO WS-LIGNE-RAPPORT(54:24).
           PERFORM ECRIRE-LIGNE.

      *    Ligne WS-LIGNE-CASE des sept cases de la semaine
       ECRIRE-LIGNE-SEMAINE.
           MOVE "|" TO WS-LIGNE-RAPPORT(1:1).
           PERFORM VARYING WS-COLONNE FROM 1 BY 1
                   UNTIL WS-COLONNE > 7
               COMPUTE WS-CASE-JOUR = (WS-SEMAINE - 1) * 7
                                    + WS-COLONNE - WS-DECALAGE
               MOVE SPACES TO WS-CASE
               IF WS-CASE-JOUR >= 1 AND WS-CASE-JOUR <= WS-JOURS-MAX
                   MOVE WS-CASE-JOUR TO WS-IDX-JOUR
                   PERFORM REMPLIR-CASE
               END-IF
               COMPUTE WS-POS-CASE = (WS-COLONNE - 1) * 11 + 2
               MOVE WS-CASE TO WS-LIGNE-RAPPORT(WS-POS-CASE:10)
               MOVE "|" TO WS-LIGNE-RAPPORT(WS-POS-CASE + 10:1)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE.

      *    Contenu d'une ligne de la case du jour WS-IDX-JOUR :
      *    numero et marque, compteurs, puis les deux elements
       REMPLIR-CASE.
           EVALUATE WS-LIGNE-CASE
               WHEN 1
                   MOVE WS-IDX-JOUR TO WS-JJ-AFF
                   MOVE WS-JJ-AFF TO WS-CASE(1:2)
                   IF WS-JR-FERIE(WS-IDX-JOUR) = "O"
                       MOVE "FERIE" TO WS-CASE(6:5)
                   ELSE
                       IF WS-JR-OUVRE(WS-IDX-JOUR) NOT = "O"
                           MOVE "repos" TO WS-CASE(6:5)
                       END-IF
                   END-IF
               WHEN 2
                   MOVE "T" TO WS-JETON-LETTRE
                   MOVE WS-JR-NB-TACHES(WS-IDX-JOUR) TO WS-JETON-NB
                   MOVE 1 TO WS-JETON-POS
                   PERFORM FORMER-JETON
                   MOVE "L" TO WS-JETON-LETTRE
                   MOVE WS-JR-NB-LIVRAISONS(WS-IDX-JOUR)
                       TO WS-JETON-NB
                   MOVE 6 TO WS-JETON-POS
                   PERFORM FORMER-JETON
               WHEN 3
                   MOVE "C" TO WS-JETON-LETTRE
                   MOVE WS-JR-NB-COMPTAGES(WS-IDX-JOUR) TO WS-JETON-NB
                   MOVE 1 TO WS-JETON-POS
                   PERFORM FORMER-JETON
                   MOVE "R" TO WS-JETON-LETTRE
                   MOVE WS-JR-NB-RESERVATIONS(WS-IDX-JOUR)
                       TO WS-JETON-NB
                   MOVE 6 TO WS-JETON-POS
                   PERFORM FORMER-JETON
               WHEN 4
                   MOVE "B" TO WS-JETON-LETTRE
                   MOVE WS-JR-NB-TRAITEMENTS(WS-IDX-JOUR)
                       TO WS-JETON-NB
                   MOVE 1 TO WS-JETON-POS
                   PERFORM FORMER-JETON
                   IF WS-JR-NB-ELEMENTS(WS-IDX-JOUR) > 2
                       COMPUTE WS-AUTRES =
                           WS-JR-NB-ELEMENTS(WS-IDX-JOUR) - 2
                       MOVE WS-AUTRES TO WS-AUTRES-AFF
                       MOVE "+" TO WS-CASE(7:1)
                       MOVE WS-AUTRES-AFF TO WS-CASE(8:3)
                   END-IF
               WHEN 5
                   MOVE WS-JR-COURT(WS-IDX-JOUR, 1) TO WS-CASE
               WHEN 6
                   MOVE WS-JR-COURT(WS-IDX-JOUR, 2) TO WS-CASE
           END-EVALUATE.

      *    Lettre et nombre sur 5 caracteres, rien si le nombre est
      *    nul
       FORMER-JETON.
           IF WS-JETON-NB > 0
               MOVE WS-JETON-NB TO WS-JETON-AFF
               MOVE WS-JETON-LETTRE TO WS-CASE(WS-JETON-POS:1)
               MOVE WS-JETON-AFF TO WS-CASE(WS-JETON-POS + 1:3)
           END-IF.

      *    Les elements retenus, jour par jour, en clair
       ECRIRE-A-NE-PAS-MANQUER.
           PERFORM ECRIRE-LIGNE.
           MOVE "A NE PAS MANQUER" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > WS-JOURS-MAX
               PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                       UNTIL WS-IDX-ELT > 2
                   IF WS-JR-RANG(WS-IDX-JOUR, WS-IDX-ELT) < 9
                       PERFORM ECRIRE-ELEMENT
                   END-IF
               END-PERFORM
               IF WS-JR-NB-ELEMENTS(WS-IDX-JOUR) > 2
                   COMPUTE WS-AUTRES =
                       WS-JR-NB-ELEMENTS(WS-IDX-JOUR) - 2
                   MOVE WS-AUTRES TO WS-AUTRES-AFF
                   STRING "          et " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AUTRES-AFF)
                              DELIMITED BY SIZE
                          " autre(s) element(s)" DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM.
           IF WS-NB-A-VOIR = 0
               MOVE "  Rien de prevu ce mois-ci." TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

       ECRIRE-ELEMENT.
           ADD 1 TO WS-NB-A-VOIR.
           MOVE WS-JR-SEMAINE(WS-IDX-JOUR) TO WS-SEMAINE.
           MOVE WS-IDX-JOUR TO WS-JJ-AFF.
           MOVE WS-NOM-JOUR(WS-SEMAINE) TO WS-LIGNE-RAPPORT(3:3).
           MOVE WS-JJ-AFF TO WS-LIGNE-RAPPORT(7:2).
           MOVE WS-JR-LONG(WS-IDX-JOUR, WS-IDX-ELT)
               TO WS-LIGNE-RAPPORT(11:40).
           PERFORM ECRIRE-LIGNE.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-CAL-MOIS.
           WRITE LIGNE-CAL-MOIS.
           ADD 1 TO WS-NB-ECRITES.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
