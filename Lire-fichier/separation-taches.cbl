       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARATION.
      * Rapport hebdomadaire de separation des taches : relit le
      * journal des actions sensibles actions-sensibles.txt (tenu par
      * le sous-programme TraceAction) sur les sept jours qui se
      * terminent a la date saisie (par defaut aujourd'hui) et ecrit
      * dans separation.txt :
      *  - par operateur, ses actions sensibles de la semaine
      *    (propositions et validations d'ajustements, corrections de
      *    solde, changements de prix, restaurations de maitres) ;
      *  - les conflits : un operateur qui approuve sa propre
      *    proposition (ou l'a tente, VALIDE-AJUST le bloquant), un
      *    operateur qui restaure un maitre qu'il a lui-meme modifie
      *    le meme jour (actions MAJ du journal), un changement de prix
      *    hors des heures d'ouverture (HEURE-OUVERTURE et
      *    HEURE-FERMETURE de parametres.txt, HHMM, 0800 et 1900 par
      *    defaut).
      * Des conflits levent une alerte SD via AlerteLog. Le rapport
      * est classe par RapportRegistre ; le code retour ne vaut 8
      * que si separation.txt ne peut pas etre ecrit.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIONS-FICHIER ASSIGN TO "actions-sensibles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIONS-STATUS.

           SELECT SEPARATION-FICHIER ASSIGN TO "separation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPARATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIONS-FICHIER.
           COPY "ActionSensible.cpy".

       FD  SEPARATION-FICHIER.
       01  LIGNE-SEPARATION                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACTIONS-STATUS                    PIC XX.
       01 WS-SEPARATION-STATUS                 PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

      *    Semaine analysee (AAAAMMJJ)
       01 WS-DATE-DEBUT                        PIC 9(08).
       01 WS-DATE-FIN                          PIC 9(08) VALUE 0.
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9(02).

      *    Heures d'ouverture (HHMM) pour les changements de prix
       01 WS-HEURE-OUVERTURE                   PIC 9(04) VALUE 0.
       01 WS-HEURE-FERMETURE                   PIC 9(04) VALUE 0.

      *    Actions de la semaine chargees en memoire
       01 WS-TABLE-ACT.
           05 WS-ACT OCCURS 1000 TIMES.
              10 WS-ACT-DATE                   PIC 9(08).
              10 WS-ACT-HEURE                  PIC 9(04).
              10 WS-ACT-OPERATEUR              PIC X(03).
              10 WS-ACT-PROGRAMME              PIC X(10).
              10 WS-ACT-ACTION                 PIC X(10).
              10 WS-ACT-OBJET                  PIC X(20).
              10 WS-ACT-LIE                    PIC X(03).
              10 WS-ACT-DETAIL                 PIC X(30).
       77 WS-ACT-CAPACITE                      PIC 9(04) VALUE 1000.
       01 WS-NB-ACT                            PIC 9(04) VALUE 0.
       01 WS-IDX-ACT                           PIC 9(04) VALUE 1.
       01 WS-IDX-MAJ                           PIC 9(04) VALUE 1.
       01 WS-TROP-ACT                          PIC X VALUE "N".

      *    Operateurs rencontres, dans l'ordre de leur premiere action
       01 WS-TABLE-OPE.
           05 WS-OPE OCCURS 50 TIMES.
              10 WS-OPE-CODE                   PIC X(03).
              10 WS-OPE-NOMBRE                 PIC 9(04).
       77 WS-OPE-CAPACITE                      PIC 9(02) VALUE 50.
       01 WS-NB-OPE                            PIC 9(02) VALUE 0.
       01 WS-IDX-OPE                           PIC 9(02) VALUE 1.
       01 WS-IDX-OPE-TROUVE                    PIC 9(02) VALUE 0.

      *    Conflit en cours d'ecriture
       01 WS-TYPE-CONFLIT                      PIC X(24).
       01 WS-MAJ-TROUVEE                       PIC X.
       01 WS-NB-CONFLITS                       PIC 9(04) VALUE 0.
       01 WS-NB-SENSIBLES                      PIC 9(04) VALUE 0.

      *    Zones d'edition
       01 WS-OPE-AFF                           PIC X(03).
       01 WS-NOMBRE-AFF                        PIC Z(03)9.
       01 WS-LIGNE-RAPPORT                     PIC X(80).
       01 WS-LIGNE-ACTION.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LA-JOUR                       PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-LA-MOIS                       PIC 99.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LA-HEURE                      PIC 99.
           05 FILLER                           PIC X VALUE ":".
           05 WS-LA-MINUTE                     PIC 99.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LA-ACTION                     PIC X(10).
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LA-OBJET                      PIC X(20).
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LA-DETAIL                     PIC X(30).
       01 WS-DATE-AFF-DEBUT.
           05 WS-DAD-JJ                        PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DAD-MM                        PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DAD-AAAA                      PIC 9(4).
       01 WS-DATE-AFF-FIN.
           05 WS-DAF-JJ                        PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DAF-MM                        PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DAF-AAAA                      PIC 9(4).

       77 WS-DATE-SYS                          PIC 9(8).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "SEPARATION".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "SEPARATION".
       01 WS-REG-RAPPORT             PIC X(30) VALUE "separation.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "SEPARATION".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "Dernier jour de la semaine (AAAAMMJJ, vide = "
               "aujourd'hui) : ".
       ACCEPT WS-DATE-FIN.
       IF WS-DATE-FIN = 0
           MOVE WS-DATE-SYS TO WS-DATE-FIN
       END-IF.
      *    Premier jour : six jours avant le dernier
       MOVE WS-DATE-FIN(1:4) TO WS-AV-ANNEE.
       MOVE WS-DATE-FIN(5:2) TO WS-AV-MOIS.
       MOVE WS-DATE-FIN(7:2) TO WS-AV-JOUR.
       PERFORM VARYING WS-AV-N FROM 1 BY 1 UNTIL WS-AV-N > 6
           PERFORM RECULER-UN-JOUR
       END-PERFORM.
       COMPUTE WS-DATE-DEBUT = WS-AV-ANNEE * 10000
                             + WS-AV-MOIS * 100 + WS-AV-JOUR.

       MOVE "HEURE-OUVERTURE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-HEURE-OUVERTURE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-HEURE-OUVERTURE = 0
           MOVE 0800 TO WS-HEURE-OUVERTURE
       END-IF.
       MOVE "HEURE-FERMETURE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-HEURE-FERMETURE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-HEURE-FERMETURE = 0
           MOVE 1900 TO WS-HEURE-FERMETURE
       END-IF.

       PERFORM CHARGER-ACTIONS.

       OPEN OUTPUT SEPARATION-FICHIER.
       IF WS-SEPARATION-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire separation.txt"
           MOVE "separation.txt" TO WS-ALR-FICHIER
           MOVE WS-SEPARATION-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-DEBUT(7:2) TO WS-DAD-JJ.
       MOVE WS-DATE-DEBUT(5:2) TO WS-DAD-MM.
       MOVE WS-DATE-DEBUT(1:4) TO WS-DAD-AAAA.
       MOVE WS-DATE-FIN(7:2) TO WS-DAF-JJ.
       MOVE WS-DATE-FIN(5:2) TO WS-DAF-MM.
       MOVE WS-DATE-FIN(1:4) TO WS-DAF-AAAA.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       STRING "SEPARATION DES TACHES - SEMAINE DU " DELIMITED BY SIZE
              WS-DATE-AFF-DEBUT DELIMITED BY SIZE
              " AU " DELIMITED BY SIZE
              WS-DATE-AFF-FIN DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-TROP-ACT = "O"
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "** Plus de " DELIMITED BY SIZE
                  WS-ACT-CAPACITE DELIMITED BY SIZE
                  " actions dans la semaine : rapport partiel **"
                      DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.

       PERFORM ECRIRE-PAR-OPERATEUR.
       PERFORM ECRIRE-CONFLITS.
       CLOSE SEPARATION-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       IF WS-NB-CONFLITS > 0
           MOVE "separation.txt" TO WS-ALR-FICHIER
           MOVE "SD" TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
       END-IF.

       DISPLAY "Actions de la semaine : " WS-NB-ACT.
       DISPLAY "Actions sensibles     : " WS-NB-SENSIBLES.
       DISPLAY "Conflits              : " WS-NB-CONFLITS
               " (voir separation.txt)".
       MOVE WS-NB-ACT TO WS-NB-LUES-JRN.
       MOVE WS-NB-SENSIBLES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-CONFLITS TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Charge les actions de la semaine et la liste des
      *    operateurs qui ont agi ; l'absence du journal (aucune
      *    action encore tracee) n'est pas une erreur
       CHARGER-ACTIONS.
           OPEN INPUT ACTIONS-FICHIER.
           IF WS-ACTIONS-STATUS NOT = "00"
               DISPLAY "actions-sensibles.txt absent : aucune action "
                       "tracee"
           ELSE
               PERFORM UNTIL WS-ACTIONS-STATUS NOT = "00"
                   READ ACTIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ACT-DATE NOT < WS-DATE-DEBUT
                              AND F-ACT-DATE NOT > WS-DATE-FIN
                               PERFORM RETENIR-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIONS-FICHIER
           END-IF.

       RETENIR-ACTION.
           IF WS-NB-ACT NOT < WS-ACT-CAPACITE
               MOVE "O" TO WS-TROP-ACT
           ELSE
               ADD 1 TO WS-NB-ACT
               MOVE F-ACTION-SENSIBLE TO WS-ACT(WS-NB-ACT)
               MOVE 0 TO WS-IDX-OPE-TROUVE
               PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                       UNTIL WS-IDX-OPE > WS-NB-OPE
                       OR WS-IDX-OPE-TROUVE NOT = 0
                   IF WS-OPE-CODE(WS-IDX-OPE) = F-ACT-OPERATEUR
                       MOVE WS-IDX-OPE TO WS-IDX-OPE-TROUVE
                   END-IF
               END-PERFORM
               IF WS-IDX-OPE-TROUVE = 0
                  AND WS-NB-OPE < WS-OPE-CAPACITE
                   ADD 1 TO WS-NB-OPE
                   MOVE WS-NB-OPE TO WS-IDX-OPE-TROUVE
                   MOVE F-ACT-OPERATEUR TO WS-OPE-CODE(WS-NB-OPE)
                   MOVE 0 TO WS-OPE-NOMBRE(WS-NB-OPE)
               END-IF
      *        Les MAJ ne servent qu'a la recherche des conflits
               IF WS-IDX-OPE-TROUVE NOT = 0
                  AND F-ACT-ACTION NOT = "MAJ"
                   ADD 1 TO WS-OPE-NOMBRE(WS-IDX-OPE-TROUVE)
                   ADD 1 TO WS-NB-SENSIBLES
               END-IF
           END-IF.

      *    Premiere section : les actions sensibles de chaque
      *    operateur (les MAJ, simples reecritures de maitre, n'y
      *    figurent pas)
       ECRIRE-PAR-OPERATEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "ACTIONS SENSIBLES PAR OPERATEUR" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-NB-SENSIBLES = 0
               MOVE "   aucune action sensible cette semaine"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-NB-OPE
               IF WS-OPE-NOMBRE(WS-IDX-OPE) > 0
                   MOVE WS-OPE-CODE(WS-IDX-OPE) TO WS-OPE-AFF
                   IF WS-OPE-AFF = SPACES
                       MOVE "???" TO WS-OPE-AFF
                   END-IF
                   MOVE WS-OPE-NOMBRE(WS-IDX-OPE) TO WS-NOMBRE-AFF
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
                   STRING "Operateur " DELIMITED BY SIZE
                          WS-OPE-AFF DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          WS-NOMBRE-AFF DELIMITED BY SIZE
                          " action(s)" DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
                   PERFORM VARYING WS-IDX-ACT FROM 1 BY 1
                           UNTIL WS-IDX-ACT > WS-NB-ACT
                       IF WS-ACT-OPERATEUR(WS-IDX-ACT)
                              = WS-OPE-CODE(WS-IDX-OPE)
                          AND WS-ACT-ACTION(WS-IDX-ACT) NOT = "MAJ"
                           PERFORM ECRIRE-ACTION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Ligne de l'action WS-IDX-ACT : jour, heure, action,
      *    objet, detail
       ECRIRE-ACTION.
           MOVE WS-ACT-DATE(WS-IDX-ACT)(7:2) TO WS-LA-JOUR.
           MOVE WS-ACT-DATE(WS-IDX-ACT)(5:2) TO WS-LA-MOIS.
           MOVE WS-ACT-HEURE(WS-IDX-ACT)(1:2) TO WS-LA-HEURE.
           MOVE WS-ACT-HEURE(WS-IDX-ACT)(3:2) TO WS-LA-MINUTE.
           MOVE WS-ACT-ACTION(WS-IDX-ACT) TO WS-LA-ACTION.
           MOVE WS-ACT-OBJET(WS-IDX-ACT) TO WS-LA-OBJET.
           MOVE WS-ACT-DETAIL(WS-IDX-ACT) TO WS-LA-DETAIL.
           MOVE WS-LIGNE-ACTION TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Seconde section : les conflits de la semaine
       ECRIRE-CONFLITS.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "CONFLITS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ACT FROM 1 BY 1
                   UNTIL WS-IDX-ACT > WS-NB-ACT
               EVALUATE WS-ACT-ACTION(WS-IDX-ACT)
                   WHEN "APPROUVE"
                       IF WS-ACT-LIE(WS-IDX-ACT) NOT = SPACES
                          AND WS-ACT-LIE(WS-IDX-ACT)
                              = WS-ACT-OPERATEUR(WS-IDX-ACT)
                           MOVE "Propose et approuve par"
                               TO WS-TYPE-CONFLIT
                           PERFORM ECRIRE-CONFLIT
                       END-IF
                   WHEN "AUTO-VALID"
                       MOVE "Auto-validation bloquee"
                           TO WS-TYPE-CONFLIT
                       PERFORM ECRIRE-CONFLIT
                   WHEN "RESTAURE"
                       PERFORM CHERCHER-MAJ-DU-JOUR
                       IF WS-MAJ-TROUVEE = "O"
                           MOVE "Restaure apres modif. par"
                               TO WS-TYPE-CONFLIT
                           PERFORM ECRIRE-CONFLIT
                       END-IF
                   WHEN "PRIX"
                       IF WS-ACT-HEURE(WS-IDX-ACT) < WS-HEURE-OUVERTURE
                          OR WS-ACT-HEURE(WS-IDX-ACT)
                             NOT < WS-HEURE-FERMETURE
                           MOVE "Prix hors heures par"
                               TO WS-TYPE-CONFLIT
                           PERFORM ECRIRE-CONFLIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-NB-CONFLITS TO WS-NOMBRE-AFF.
           STRING "Conflits de la semaine : " DELIMITED BY SIZE
                  WS-NOMBRE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Une MAJ du meme maitre, le meme jour, par le meme
      *    operateur que la restauration WS-IDX-ACT ?
       CHERCHER-MAJ-DU-JOUR.
           MOVE "N" TO WS-MAJ-TROUVEE.
           IF WS-ACT-OPERATEUR(WS-IDX-ACT) NOT = SPACES
               PERFORM VARYING WS-IDX-MAJ FROM 1 BY 1
                       UNTIL WS-IDX-MAJ > WS-NB-ACT
                       OR WS-MAJ-TROUVEE = "O"
                   IF WS-ACT-ACTION(WS-IDX-MAJ) = "MAJ"
                      AND WS-ACT-DATE(WS-IDX-MAJ)
                          = WS-ACT-DATE(WS-IDX-ACT)
                      AND WS-ACT-OPERATEUR(WS-IDX-MAJ)
                          = WS-ACT-OPERATEUR(WS-IDX-ACT)
                      AND WS-ACT-OBJET(WS-IDX-MAJ)
                          = WS-ACT-OBJET(WS-IDX-ACT)
                       MOVE "O" TO WS-MAJ-TROUVEE
                   END-IF
               END-PERFORM
           END-IF.

      *    Ecrit le conflit WS-TYPE-CONFLIT de l'action WS-IDX-ACT
       ECRIRE-CONFLIT.
           ADD 1 TO WS-NB-CONFLITS.
           MOVE WS-ACT-OPERATEUR(WS-IDX-ACT) TO WS-OPE-AFF.
           IF WS-OPE-AFF = SPACES
               MOVE "???" TO WS-OPE-AFF
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "** " DELIMITED BY SIZE
                  WS-TYPE-CONFLIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPE-AFF DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-ACT-PROGRAMME(WS-IDX-ACT) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-ACTION.

       RECULER-UN-JOUR.
           IF WS-AV-JOUR > 1
               SUBTRACT 1 FROM WS-AV-JOUR
           ELSE
               IF WS-AV-MOIS > 1
                   SUBTRACT 1 FROM WS-AV-MOIS
               ELSE
                   MOVE 12 TO WS-AV-MOIS
                   SUBTRACT 1 FROM WS-AV-ANNEE
               END-IF
               CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE
                                       WS-AV-JOURS-MAX
               MOVE WS-AV-JOURS-MAX TO WS-AV-JOUR
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
