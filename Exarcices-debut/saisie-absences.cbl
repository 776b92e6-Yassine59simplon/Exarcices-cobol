      * la cle ABSENCES-CHRONIQUE de parametres.txt (4 par defaut).
      * BULLETIN reprend le compte d'absences de l'eleve a cote de
      * ses moyennes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Une absence peut aussi porter sur un seul cours (duree C) :
      * l'heure saisie et le jour de la date retrouvent dans
      * emploi-temps.txt (EMPLOI-TEMPS) la matiere du cours,
      * enregistree avec l'absence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT EDT-FICHIER ASSIGN TO "emploi-temps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que la lecture faite par BULLETIN ;
      *    duree : J = journee (2 demi-journees), D = demi-journee,
      *    C = un cours de l'emploi du temps (heure et matiere du
      *    cours ; compte comme la demi-journee ou il tombe)
       FD  ABSENCES-FICHIER.
       01  F-ABSENCE.
           05 F-ABS-ELEVE            PIC X(10).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(70).

       FD  EDT-FICHIER.
           COPY "EmploiTemps.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-EDT-STATUS              PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.

       01 WS-DATE-SAISIE             PIC 9(08).
       01 WS-DUREE-SAISIE            PIC X.
       01 WS-JUSTIFIEE-SAISIE        PIC X.
       01 WS-HEURE-SAISIE            PIC 9(02).
       01 WS-MATIERE-COURS           PIC X(10).
       01 WS-JOUR-COURS              PIC 9.

      *    Jour de la semaine de l'absence via le sous-programme
      *    partage DateUtil
       01 WS-DU-OPERATION            PIC X(03).
       01 WS-DU-DATE1                PIC 9(8).
       01 WS-DU-DATE2                PIC 9(8).
       01 WS-DU-RESULTAT             PIC S9(7).

      *    Cumul mensuel par eleve pour le rapport des chroniques
       01 WS-MOIS-DEMANDE            PIC 9(06).
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "ABSENCES-CHRONIQUE" TO WS-CFG-CLE.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM SAISIR-ABSENCE THRU SAISIR-ABSENCE-FIN
               WHEN 2
                   PERFORM RAPPORT-CHRONIQUES
                       THRU RAPPORT-CHRONIQUES-FIN
               WHEN 3
                   DISPLAY "Au revoir."
               WHEN OTHER

      *    Enregistre une absence : eleve valide contre le
      *    referentiel, date, duree et justification, puis ajout a
      *    absences.txt (jamais reecrit) ; une absence a un cours
      *    (duree C) est rattachee au cours de l'emploi du temps de
      *    la classe ce jour-la a l'heure donnee
       SAISIR-ABSENCE.
           DISPLAY "Numero de l'eleve : ".
           ACCEPT WS-REF-NUMERO.
           IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-SYS TO WS-DATE-SAISIE
           END-IF.
           DISPLAY "Duree (J = journee, D = demi-journee, "
                   "C = un cours) : ".
           ACCEPT WS-DUREE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-DUREE-SAISIE)
               TO WS-DUREE-SAISIE.
           PERFORM UNTIL WS-DUREE-SAISIE = "J" OR "D" OR "C"
               DISPLAY "Duree invalide ; J, D ou C attendu : "
               ACCEPT WS-DUREE-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-DUREE-SAISIE)
                   TO WS-DUREE-SAISIE
           END-PERFORM.
           MOVE 0 TO WS-HEURE-SAISIE.
           MOVE SPACES TO WS-MATIERE-COURS.
           IF WS-DUREE-SAISIE = "C"
               DISPLAY "Heure de debut du cours (08 a 17) : "
               ACCEPT WS-HEURE-SAISIE
               PERFORM CHERCHER-COURS
               IF WS-MATIERE-COURS = SPACES
                   DISPLAY "Aucun cours de la classe " WS-REF-CLASSE
                           " ce jour-la a " WS-HEURE-SAISIE
                           "h dans emploi-temps.txt (voir "
                           "EMPLOI-TEMPS)"
                   GO TO SAISIR-ABSENCE-FIN
               END-IF
               DISPLAY "Cours : " WS-MATIERE-COURS
           END-IF.
           DISPLAY "Justifiee ? (O/N) : ".
           ACCEPT WS-JUSTIFIEE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-JUSTIFIEE-SAISIE)
               MOVE WS-DATE-SAISIE TO F-ABS-DATE
               MOVE WS-DUREE-SAISIE TO F-ABS-DUREE
               MOVE WS-JUSTIFIEE-SAISIE TO F-ABS-JUSTIFIEE
               MOVE WS-HEURE-SAISIE TO F-ABS-HEURE
               MOVE WS-MATIERE-COURS TO F-ABS-MATIERE
               WRITE F-ABSENCE
               CLOSE ABSENCES-FICHIER
               DISPLAY "Absence enregistree."
       SAISIR-ABSENCE-FIN.
           EXIT.

      *    Matiere du cours de la classe WS-REF-CLASSE le jour de
      *    WS-DATE-SAISIE a WS-HEURE-SAISIE ; reste a blanc si
      *    l'emploi du temps est absent ou le creneau libre
       CHERCHER-COURS.
           MOVE "JSM" TO WS-DU-OPERATION.
           MOVE WS-DATE-SAISIE TO WS-DU-DATE1.
           MOVE 0 TO WS-DU-DATE2.
           CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                  WS-DU-DATE2 WS-DU-RESULTAT.
           MOVE WS-DU-RESULTAT TO WS-JOUR-COURS.
           OPEN INPUT EDT-FICHIER.
           IF WS-EDT-STATUS = "00"
               PERFORM UNTIL WS-EDT-STATUS NOT = "00"
                   READ EDT-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-CRS-CLASSE = WS-REF-CLASSE
                              AND F-CRS-JOUR = WS-JOUR-COURS
                              AND F-CRS-HEURE = WS-HEURE-SAISIE
                               MOVE F-CRS-MATIERE
                                   TO WS-MATIERE-COURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDT-FICHIER
           END-IF.

      *    Rapport mensuel : cumule les demi-journees du mois par
      *    eleve et liste, classe par classe, ceux qui depassent le
      *    seuil, dans absences-rapport.txt
       RAPPORT-CHRONIQUES-FIN.
           EXIT.

      *    Une journee vaut 2 demi-journees ; une demi-journee ou
      *    un cours en vaut une
       CUMULER-ABSENCE.
           IF F-ABS-DUREE = "J"
               MOVE 2 TO WS-DEMI-LIGNE
