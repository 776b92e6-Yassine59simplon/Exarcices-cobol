      * la meme alerte ne pond donc pas une tache par nuit.
      * La liste Todo du matin, et plus seulement le brief, porte
      * ainsi ce qui a mal tourne pendant la nuit.
      * Chaque tache creee ouvre une ligne de suivi dans
      * taches-delais.txt (DelaiTache.cpy) avec sa date cible : le
      * delai de sa priorite en jours ouvres, cles DELAI-PRIORITE-1
      * a 3 de parametres.txt (1, 3 et 5 par defaut) ; SUIVI-DELAIS
      * en tire les depassements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TACHES-STATUS.

      *    Suivi des delais des taches creees ici (SUIVI-DELAIS)
           SELECT DELAIS-FICHIER ASSIGN TO "taches-delais.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELAIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTES-FICHIER.
           05 F-TACHE-PREREQ        PIC 9(3).
           05 F-TACHE-OPERATEUR     PIC X(3).

       FD  DELAIS-FICHIER.
           COPY "DelaiTache.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALERTES-STATUS          PIC XX.
       01 WS-ETAT-STATUS             PIC XX.
       01 WS-TACHES-STATUS           PIC XX.
       01 WS-DELAIS-STATUS           PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Lecture du fichier de configuration parametres.txt via le
      *    Tache candidate en cours de construction
       01 WS-DESC-CANDIDATE          PIC X(20).
       01 WS-PRIORITE-CANDIDATE      PIC 9.
       01 WS-SOURCE-CANDIDATE        PIC X(03).

      *    Delai cible en jours ouvres par priorite (cles
      *    DELAI-PRIORITE-1 a 3 de parametres.txt)
       01 WS-TABLE-DELAIS.
           05 WS-DELAI-PRIORITE OCCURS 3 TIMES PIC 9(02).
       01 WS-IDX-PRIO                PIC 9.

      *    Anciennete d'une rupture, via DateUtil
       01 WS-DU-OPERATION            PIC X(03).
           COMPUTE WS-SEUIL-JOURS = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM LIRE-DELAIS.
       PERFORM CHARGER-DESCRIPTIONS.
       PERFORM TRAITER-ALERTES
           THRU TRAITER-ALERTES-FIN.
       PERFORM TRAITER-RUPTURES
           THRU TRAITER-RUPTURES-FIN.

       DISPLAY " ".
       DISPLAY "Taches creees       : " WS-NB-CREEES.
                                      DELIMITED BY SIZE
                               INTO WS-DESC-CANDIDATE
                           MOVE 1 TO WS-PRIORITE-CANDIDATE
                           MOVE "ALR" TO WS-SOURCE-CANDIDATE
                           PERFORM CREER-TACHE-SI-NOUVELLE
                               THRU CREER-TACHE-SI-NOUVELLE-FIN
                       END-IF
               END-READ
           END-PERFORM.
                                      F-ETA-NOM DELIMITED BY SIZE
                                   INTO WS-DESC-CANDIDATE
                               MOVE 2 TO WS-PRIORITE-CANDIDATE
                               MOVE "RUP" TO WS-SOURCE-CANDIDATE
                               PERFORM CREER-TACHE-SI-NOUVELLE
                                   THRU CREER-TACHE-SI-NOUVELLE-FIN
                           END-IF
                       END-IF
               END-READ
               MOVE WS-DESC-CANDIDATE TO WS-DSC(WS-NB-DSC)
           END-IF.
           DISPLAY "Tache creee : " WS-DESC-CANDIDATE.
           PERFORM ENREGISTRER-DELAI.
       CREER-TACHE-SI-NOUVELLE-FIN.
           EXIT.

      *    Delais cibles par priorite : 1, 3 et 5 jours ouvres par
      *    defaut
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

      *    Ouvre le suivi de delai de la tache creee : date cible =
      *    aujourd'hui plus le delai de sa priorite en jours ouvres
       ENREGISTRER-DELAI.
           OPEN EXTEND DELAIS-FICHIER.
           IF WS-DELAIS-STATUS NOT = "00"
               OPEN OUTPUT DELAIS-FICHIER
           END-IF.
           IF WS-DELAIS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire taches-delais.txt"
           ELSE
               MOVE WS-PRIORITE-CANDIDATE TO WS-IDX-PRIO
               MOVE "AJO" TO WS-DU-OPERATION
               MOVE WS-DATE-SYS TO WS-DU-DATE1
               MOVE WS-DELAI-PRIORITE(WS-IDX-PRIO) TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION
                   WS-DU-DATE1 WS-DU-DATE2 WS-DU-RESULTAT
               MOVE WS-DESC-CANDIDATE TO F-DLT-DESC
               MOVE WS-SOURCE-CANDIDATE TO F-DLT-SOURCE
               MOVE WS-PRIORITE-CANDIDATE TO F-DLT-PRIORITE
               MOVE WS-DATE-SYS TO F-DLT-DATE-OUVERTURE
               MOVE WS-DU-DATE1 TO F-DLT-DATE-CIBLE
               MOVE "O" TO F-DLT-ETAT
               MOVE "N" TO F-DLT-DEPASSEMENT
               MOVE 0 TO F-DLT-DATE-CLOTURE
               MOVE SPACES TO F-DLT-OPERATEUR
               WRITE F-DELAI-TACHE
               CLOSE DELAIS-FICHIER
           END-IF.
