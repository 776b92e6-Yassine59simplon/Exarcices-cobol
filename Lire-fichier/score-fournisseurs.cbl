       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-FOURN.
      * Tableau de bord trimestriel des fournisseurs : pour chaque
      * fournisseur de fournisseurs-maitre.txt, le delai moyen reel
      * (date de commande -> date de reception, d'apres le journal
      * receptions.txt de RECEPTION-CDE) face au delai promis du
      * maitre, le pourcentage de receptions arrivees a la date
      * prevue, le taux de service (quantite recue / commandee) et le
      * nombre de lignes livrees en manquant ou en excedent, d'apres
      * les commandes du trimestre dans commandes-ouvertes.txt.
      * Quand le delai reel s'ecarte du delai promis d'au moins
      * ECART-DELAI jours (parametres.txt, 2 a defaut), un delai
      * corrige est propose ; un superviseur peut le reporter dans
      * fournisseurs-maitre.txt pour que CMDE-FOURN commande a temps.
      * Le tableau est ecrit dans score-fournisseurs.txt.
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maitre des fournisseurs entretenu par MAINT-FOURN, relu
      *    et reecrit en entier si les delais proposes sont reportes
           SELECT FMAITRE-FICHIER ASSIGN TO "fournisseurs-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMAITRE-STATUS.

           SELECT RECEPTIONS-FICHIER ASSIGN TO "receptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEPTIONS-STATUS.

           SELECT CDE-OUVERTES-FICHIER
               ASSIGN TO "commandes-ouvertes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDE-OUVERTES-STATUS.

           SELECT SCORE-FICHIER ASSIGN TO "score-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-FMAITRE dans maint-fournisseurs.cbl
       FD  FMAITRE-FICHIER.
       01  F-FMAITRE.
           05 F-FMA-CODE           PIC X(10).
           05 F-FMA-NOM            PIC X(20).
           05 F-FMA-CONTACT        PIC X(20).
           05 F-FMA-DELAI          PIC 9(03).
           05 F-FMA-MINIMUM        PIC 9(06)V99.

       FD  RECEPTIONS-FICHIER.
           COPY "ReceptionLivraison.cpy".

       FD  CDE-OUVERTES-FICHIER.
           COPY "CommandeOuverte.cpy".

       FD  SCORE-FICHIER.
       01  LIGNE-SCORE                         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FMAITRE-STATUS                    PIC XX.
       01 WS-RECEPTIONS-STATUS                 PIC XX.
       01 WS-CDE-OUVERTES-STATUS               PIC XX.
       01 WS-SCORE-STATUS                      PIC XX.
       01 WS-FIN                               PIC X VALUE "C".

       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.
      *    Ecart en jours a partir duquel un delai corrige est propose
       01 WS-ECART-DELAI                       PIC 9(03) VALUE 2.

      *    Trimestre analyse et ses bornes (AAAAMMJJ)
       01 WS-ANNEE                             PIC 9(04).
       01 WS-TRIMESTRE                         PIC 9.
       01 WS-DATE-DEBUT                        PIC 9(08).
       01 WS-DATE-FIN                          PIC 9(08).

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur quand le
      *    programme tourne seul) ; le report des delais exige un
      *    superviseur et les refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "SCORE-FOUR".
       01 WS-RLG-FICHIER         PIC X(20).
       01 WS-RLG-STATUT          PIC XX.

      *    Un poste par fournisseur : fiche du maitre (WS-SCO-MAITRE
      *    = O) ou code rencontre seulement dans les commandes, et
      *    cumuls du trimestre
       01 WS-TABLE-SCO.
           05 WS-SCO OCCURS 50 TIMES.
              10 WS-SCO-FICHE.
                 15 WS-SCO-CODE                PIC X(10).
                 15 WS-SCO-NOM                 PIC X(20).
                 15 WS-SCO-CONTACT             PIC X(20).
                 15 WS-SCO-DELAI               PIC 9(03).
                 15 WS-SCO-MINIMUM             PIC 9(06)V99.
              10 WS-SCO-MAITRE                 PIC X.
              10 WS-SCO-NB-REC                 PIC 9(05).
              10 WS-SCO-SOMME-DELAI            PIC 9(07).
              10 WS-SCO-NB-A-TEMPS             PIC 9(05).
              10 WS-SCO-NB-LIGNES              PIC 9(05).
              10 WS-SCO-QTE-COMMANDEE          PIC 9(08).
              10 WS-SCO-QTE-RECUE              PIC 9(08).
              10 WS-SCO-NB-MANQUANT            PIC 9(05).
              10 WS-SCO-NB-EXCEDENT            PIC 9(05).
              10 WS-SCO-DELAI-PROPOSE          PIC 9(03).
       77 WS-SCO-CAPACITE                      PIC 9(03) VALUE 50.
       01 WS-NB-SCO                            PIC 9(03) VALUE 0.
       01 WS-NB-MAITRE                         PIC 9(03) VALUE 0.
       01 WS-IDX-SCO                           PIC 9(03) VALUE 1.
       01 WS-IDX-SCO-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-CODE-CHERCHE                      PIC X(10).
       01 WS-TROP-FOURN                        PIC X VALUE "N".

      *    Delai reel d'une reception, via DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

      *    Indicateurs du fournisseur courant
       01 WS-DELAI-MOYEN                       PIC 9(03)V9.
       01 WS-ECART                             PIC S9(03)V9.
       01 WS-PCT-A-TEMPS                       PIC 9(03).
       01 WS-PCT-SERVICE                       PIC 9(03).
       01 WS-NB-PROPOSES                       PIC 9(03) VALUE 0.
       01 WS-NB-RETENUES                       PIC 9(05) VALUE 0.
       01 WS-CHOIX-REPORT                      PIC X VALUE "N".

      *    Zones d'edition
       01 WS-DELAI-AFF                         PIC ZZ9.
       01 WS-MOYEN-AFF                         PIC ZZ9.9.
       01 WS-PCT-AFF                           PIC ZZ9.
       01 WS-SERVICE-AFF                       PIC ZZ9.
       01 WS-NB-AFF                            PIC ZZZ9.
       01 WS-MANQ-AFF                          PIC ZZZ9.
       01 WS-EXC-AFF                           PIC ZZZ9.
       01 WS-PROPOSE-AFF                       PIC ZZ9.
       01 WS-LIGNE-RAPPORT                     PIC X(80).

      *    Date systeme et compteurs de pagination pour l'entete
      *    repetee de score-fournisseurs.txt
       77 WS-DATE-SYS                           PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ                    PIC 99.
           05 FILLER                             PIC X VALUE "/".
           05 WS-DATE-AFF-MM                     PIC 99.
           05 FILLER                             PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA                   PIC 9(4).
       01 WS-PAGE-NUM                           PIC 9(03) VALUE 0.
       01 WS-LIGNE-PAGE                         PIC 9(03) VALUE 0.
       77 WS-PAGE-TAILLE                        PIC 9(03) VALUE 20.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME            PIC X(12) VALUE "SCORE-FOURN".
       01 WS-REG-RAPPORT              PIC X(30)
                                      VALUE "score-fournisseurs.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "SCORE-FOUR".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "ECART-DELAI" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-ECART-DELAI = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       DISPLAY "Annee (AAAA, 0 = annee en cours) : ".
       ACCEPT WS-ANNEE.
       IF WS-ANNEE = 0
           MOVE WS-DATE-SYS(1:4) TO WS-ANNEE
       END-IF.
       DISPLAY "Trimestre (1 a 4, 0 = trimestre en cours) : ".
       ACCEPT WS-TRIMESTRE.
       IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
           COMPUTE WS-TRIMESTRE =
                   (FUNCTION NUMVAL(WS-DATE-SYS(5:2)) + 2) / 3
       END-IF.
       COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000
               + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1.
       COMPUTE WS-DATE-FIN = WS-ANNEE * 10000
               + (WS-TRIMESTRE * 3) * 100 + 31.

       PERFORM CHARGER-MAITRE-FOURN.
       PERFORM CUMULER-RECEPTIONS
           THRU CUMULER-RECEPTIONS-FIN.
       PERFORM CUMULER-COMMANDES
           THRU CUMULER-COMMANDES-FIN.

       OPEN OUTPUT SCORE-FICHIER.
       IF WS-SCORE-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire score-fournisseurs.txt"
       ELSE
           PERFORM IMPRIMER-ENTETE-SCORE
           PERFORM VARYING WS-IDX-SCO FROM 1 BY 1
                   UNTIL WS-IDX-SCO > WS-NB-SCO
               PERFORM ECRIRE-LIGNE-FOURNISSEUR
           END-PERFORM
           CLOSE SCORE-FICHIER
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT

           DISPLAY " "
           DISPLAY "Receptions du trimestre : " WS-NB-RETENUES
           DISPLAY "Fournisseurs notes      : " WS-NB-SCO
           DISPLAY "Delais corriges proposes: " WS-NB-PROPOSES
                   " (voir score-fournisseurs.txt)"
           IF WS-NB-PROPOSES > 0
               PERFORM REPORTER-DELAIS
                   THRU REPORTER-DELAIS-FIN
           END-IF
       END-IF.

       MOVE WS-NB-RETENUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-SCO TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge fournisseurs-maitre.txt : un poste par fournisseur
      *    connu, cumuls a zero
       CHARGER-MAITRE-FOURN.
           OPEN INPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS = "00"
               PERFORM UNTIL WS-FMAITRE-STATUS NOT = "00"
                   READ FMAITRE-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-SCO < WS-SCO-CAPACITE
                               ADD 1 TO WS-NB-SCO
                               INITIALIZE WS-SCO(WS-NB-SCO)
                               MOVE F-FMAITRE
                                   TO WS-SCO-FICHE(WS-NB-SCO)
                               MOVE "O" TO WS-SCO-MAITRE(WS-NB-SCO)
                           ELSE
                               MOVE "O" TO WS-TROP-FOURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMAITRE-FICHIER
           END-IF.
           MOVE WS-NB-SCO TO WS-NB-MAITRE.

      *    Retrouve le poste de WS-CODE-CHERCHE (WS-IDX-SCO-TROUVE),
      *    en l'ajoutant s'il n'est pas au maitre ; 0 si table pleine
       TROUVER-FOURNISSEUR.
           MOVE 0 TO WS-IDX-SCO-TROUVE.
           PERFORM VARYING WS-IDX-SCO FROM 1 BY 1
                   UNTIL WS-IDX-SCO > WS-NB-SCO
                   OR WS-IDX-SCO-TROUVE NOT = 0
               IF WS-SCO-CODE(WS-IDX-SCO) = WS-CODE-CHERCHE
                   MOVE WS-IDX-SCO TO WS-IDX-SCO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-SCO-TROUVE = 0
              AND WS-NB-SCO < WS-SCO-CAPACITE
               ADD 1 TO WS-NB-SCO
               INITIALIZE WS-SCO(WS-NB-SCO)
               MOVE WS-CODE-CHERCHE TO WS-SCO-CODE(WS-NB-SCO)
               MOVE "(hors maitre)" TO WS-SCO-NOM(WS-NB-SCO)
               MOVE "N" TO WS-SCO-MAITRE(WS-NB-SCO)
               MOVE WS-NB-SCO TO WS-IDX-SCO-TROUVE
           END-IF.

      *    Parcourt receptions.txt : pour chaque reception du
      *    trimestre, delai reel depuis la commande et respect de la
      *    date prevue
       CUMULER-RECEPTIONS.
           OPEN INPUT RECEPTIONS-FICHIER.
           IF WS-RECEPTIONS-STATUS NOT = "00"
               DISPLAY "receptions.txt absent : aucun delai mesure"
               GO TO CUMULER-RECEPTIONS-FIN
           END-IF.
           PERFORM UNTIL WS-RECEPTIONS-STATUS NOT = "00"
               READ RECEPTIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-REC-DATE >= WS-DATE-DEBUT
                          AND F-REC-DATE <= WS-DATE-FIN
                           PERFORM CUMULER-UNE-RECEPTION
                               THRU CUMULER-UNE-RECEPTION-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEPTIONS-FICHIER.
       CUMULER-RECEPTIONS-FIN.
           EXIT.

       CUMULER-UNE-RECEPTION.
           ADD 1 TO WS-NB-RETENUES.
           MOVE F-REC-FOURNISSEUR TO WS-CODE-CHERCHE.
           PERFORM TROUVER-FOURNISSEUR.
           IF WS-IDX-SCO-TROUVE = 0
               GO TO CUMULER-UNE-RECEPTION-FIN
           END-IF.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE F-REC-DATE-CDE TO WS-DU-DATE1.
           MOVE F-REC-DATE     TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                  WS-DU-DATE2 WS-DU-RESULTAT.
           IF WS-DU-RESULTAT < 0
               MOVE 0 TO WS-DU-RESULTAT
           END-IF.
           ADD 1 TO WS-SCO-NB-REC(WS-IDX-SCO-TROUVE).
           ADD WS-DU-RESULTAT TO WS-SCO-SOMME-DELAI(WS-IDX-SCO-TROUVE).
           IF F-REC-DATE <= F-REC-DATE-PREVUE
               ADD 1 TO WS-SCO-NB-A-TEMPS(WS-IDX-SCO-TROUVE)
           END-IF.
       CUMULER-UNE-RECEPTION-FIN.
           EXIT.

      *    Parcourt commandes-ouvertes.txt : pour chaque ligne
      *    commandee dans le trimestre, quantites commandee et recue,
      *    lignes soldees en manquant et lignes recues en excedent
       CUMULER-COMMANDES.
           OPEN INPUT CDE-OUVERTES-FICHIER.
           IF WS-CDE-OUVERTES-STATUS NOT = "00"
               DISPLAY "commandes-ouvertes.txt absent : taux de "
                       "service non calcule"
               GO TO CUMULER-COMMANDES-FIN
           END-IF.
           PERFORM UNTIL WS-CDE-OUVERTES-STATUS NOT = "00"
               READ CDE-OUVERTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-CDE-DATE >= WS-DATE-DEBUT
                          AND F-CDE-DATE <= WS-DATE-FIN
                           PERFORM CUMULER-UNE-COMMANDE
                               THRU CUMULER-UNE-COMMANDE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CDE-OUVERTES-FICHIER.
       CUMULER-COMMANDES-FIN.
           EXIT.

       CUMULER-UNE-COMMANDE.
           MOVE F-CDE-FOURNISSEUR TO WS-CODE-CHERCHE.
           PERFORM TROUVER-FOURNISSEUR.
           IF WS-IDX-SCO-TROUVE = 0
               GO TO CUMULER-UNE-COMMANDE-FIN
           END-IF.
           ADD 1 TO WS-SCO-NB-LIGNES(WS-IDX-SCO-TROUVE).
           ADD F-CDE-QTE-COMMANDEE
               TO WS-SCO-QTE-COMMANDEE(WS-IDX-SCO-TROUVE).
           ADD F-CDE-QTE-RECUE TO WS-SCO-QTE-RECUE(WS-IDX-SCO-TROUVE).
           IF F-CDE-ETAT = "S"
              AND F-CDE-QTE-RECUE < F-CDE-QTE-COMMANDEE
               ADD 1 TO WS-SCO-NB-MANQUANT(WS-IDX-SCO-TROUVE)
           END-IF.
           IF F-CDE-QTE-RECUE > F-CDE-QTE-COMMANDEE
               ADD 1 TO WS-SCO-NB-EXCEDENT(WS-IDX-SCO-TROUVE)
           END-IF.
       CUMULER-UNE-COMMANDE-FIN.
           EXIT.

      *    Ligne du tableau pour le fournisseur WS-IDX-SCO, avec le
      *    delai corrige propose quand l'ecart au delai promis
      *    atteint WS-ECART-DELAI jours
       ECRIRE-LIGNE-FOURNISSEUR.
           MOVE 0 TO WS-DELAI-MOYEN.
           MOVE 0 TO WS-PCT-A-TEMPS.
           MOVE 0 TO WS-PCT-SERVICE.
           MOVE 0 TO WS-SCO-DELAI-PROPOSE(WS-IDX-SCO).
           IF WS-SCO-NB-REC(WS-IDX-SCO) > 0
               COMPUTE WS-DELAI-MOYEN ROUNDED =
                       WS-SCO-SOMME-DELAI(WS-IDX-SCO)
                       / WS-SCO-NB-REC(WS-IDX-SCO)
               COMPUTE WS-PCT-A-TEMPS ROUNDED =
                       WS-SCO-NB-A-TEMPS(WS-IDX-SCO) * 100
                       / WS-SCO-NB-REC(WS-IDX-SCO)
               COMPUTE WS-ECART = WS-DELAI-MOYEN
                       - WS-SCO-DELAI(WS-IDX-SCO)
               IF FUNCTION ABS(WS-ECART) >= WS-ECART-DELAI
                  AND WS-SCO-MAITRE(WS-IDX-SCO) = "O"
                   COMPUTE WS-SCO-DELAI-PROPOSE(WS-IDX-SCO) ROUNDED =
                           WS-DELAI-MOYEN
                   IF WS-SCO-DELAI-PROPOSE(WS-IDX-SCO) = 0
                       MOVE 1 TO WS-SCO-DELAI-PROPOSE(WS-IDX-SCO)
                   END-IF
                   ADD 1 TO WS-NB-PROPOSES
               END-IF
           END-IF.
           IF WS-SCO-QTE-COMMANDEE(WS-IDX-SCO) > 0
               COMPUTE WS-PCT-SERVICE ROUNDED =
                       WS-SCO-QTE-RECUE(WS-IDX-SCO) * 100
                       / WS-SCO-QTE-COMMANDEE(WS-IDX-SCO)
                   ON SIZE ERROR
                       MOVE 999 TO WS-PCT-SERVICE
               END-COMPUTE
           END-IF.

           MOVE WS-SCO-DELAI(WS-IDX-SCO)       TO WS-DELAI-AFF.
           MOVE WS-DELAI-MOYEN                 TO WS-MOYEN-AFF.
           MOVE WS-PCT-A-TEMPS                 TO WS-PCT-AFF.
           MOVE WS-PCT-SERVICE                 TO WS-SERVICE-AFF.
           MOVE WS-SCO-NB-REC(WS-IDX-SCO)      TO WS-NB-AFF.
           MOVE WS-SCO-NB-MANQUANT(WS-IDX-SCO) TO WS-MANQ-AFF.
           MOVE WS-SCO-NB-EXCEDENT(WS-IDX-SCO) TO WS-EXC-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-SCO-CODE(WS-IDX-SCO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SCO-NOM(WS-IDX-SCO)(1:12) DELIMITED BY SIZE
                  WS-NB-AFF DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DELAI-AFF DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOYEN-AFF DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PCT-AFF DELIMITED BY SIZE
                  "%   " DELIMITED BY SIZE
                  WS-SERVICE-AFF DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  WS-MANQ-AFF DELIMITED BY SIZE
                  WS-EXC-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           IF WS-SCO-DELAI-PROPOSE(WS-IDX-SCO) > 0
               MOVE WS-SCO-DELAI-PROPOSE(WS-IDX-SCO)
                   TO WS-PROPOSE-AFF
               MOVE "   ->" TO WS-LIGNE-RAPPORT(71:5)
               MOVE WS-PROPOSE-AFF TO WS-LIGNE-RAPPORT(76:3)
           END-IF.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-SCORE.
           WRITE LIGNE-SCORE.
           ADD 1 TO WS-LIGNE-PAGE.
           IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
               PERFORM IMPRIMER-ENTETE-SCORE
           END-IF.

      *    Report des delais proposes dans fournisseurs-maitre.txt,
      *    sur confirmation d'un superviseur
       REPORTER-DELAIS.
           DISPLAY "Reporter les delais proposes dans "
                   "fournisseurs-maitre.txt ? (O/N) : ".
           ACCEPT WS-CHOIX-REPORT.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-REPORT)
               TO WS-CHOIX-REPORT.
           IF WS-CHOIX-REPORT NOT = "O"
               GO TO REPORTER-DELAIS-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               GO TO REPORTER-DELAIS-FIN
           END-IF.
      *    Reecrire depuis une table incomplete detruirait les
      *    fournisseurs non charges : on laisse le maitre tel quel
           IF WS-TROP-FOURN = "O"
               DISPLAY "** fournisseurs-maitre.txt depasse la "
                       "capacite du programme : maitre laisse "
                       "intact **"
               GO TO REPORTER-DELAIS-FIN
           END-IF.
           OPEN OUTPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire fournisseurs-maitre.txt"
               GO TO REPORTER-DELAIS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-SCO FROM 1 BY 1
                   UNTIL WS-IDX-SCO > WS-NB-MAITRE
               IF WS-SCO-DELAI-PROPOSE(WS-IDX-SCO) > 0
                   MOVE WS-SCO-DELAI-PROPOSE(WS-IDX-SCO)
                       TO WS-SCO-DELAI(WS-IDX-SCO)
               END-IF
               MOVE WS-SCO-FICHE(WS-IDX-SCO) TO F-FMAITRE
               WRITE F-FMAITRE
           END-PERFORM.
           CLOSE FMAITRE-FICHIER.
           DISPLAY "fournisseurs-maitre.txt mis a jour.".
       REPORTER-DELAIS-FIN.
           EXIT.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
           END-IF.
           IF WS-ROLE-COURANT = "S"
               MOVE "O" TO WS-ACCES-OK
           ELSE
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-RLG-FICHIER
               MOVE "RR" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
           END-IF.

      *    Ecrit une entete de page (titre, trimestre, date, numero
      *    de page et ligne de colonnes) en tete du tableau, puis a
      *    nouveau chaque fois que WS-PAGE-TAILLE lignes ont ete
      *    ecrites
       IMPRIMER-ENTETE-SCORE.
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE WS-DATE-SYS(1:4)  TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2)  TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2)  TO WS-DATE-AFF-JJ
           MOVE SPACES TO LIGNE-SCORE
           STRING "TABLEAU DE BORD FOURNISSEURS - TRIMESTRE "
                      DELIMITED BY SIZE
                  WS-TRIMESTRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ANNEE DELIMITED BY SIZE
               INTO LIGNE-SCORE
           WRITE LIGNE-SCORE
           MOVE SPACES TO LIGNE-SCORE
           STRING "Date : " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  "   Page : " DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
               INTO LIGNE-SCORE
           WRITE LIGNE-SCORE
           MOVE SPACES TO LIGNE-SCORE
           WRITE LIGNE-SCORE
           MOVE "FOURN.     NOM          REC PROMIS  REEL  A TEMPS"
             & " SERVICE MANQ EXCE PROPOSE" TO LIGNE-SCORE
           WRITE LIGNE-SCORE.
