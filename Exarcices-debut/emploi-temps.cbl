       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOI-TEMPS.
      * Emploi du temps hebdomadaire : affectations.txt dit qui
      * enseigne quelle matiere a quelle classe, mais ni quand ni
      * ou, et les conflits (un professeur dans deux salles, une
      * salle pour deux classes) ne se voyaient que le premier lundi
      * de la rentree. Le maitre emploi-temps.txt (EmploiTemps.cpy)
      * porte un cours par classe, jour et creneau d'une heure, avec
      * matiere, professeur et salle. Le programme ajoute ou retire
      * des cours en refusant tout conflit de classe, de professeur
      * ou de salle, imprime l'emploi du temps d'une classe, d'un
      * professeur ou d'une salle (emploi-temps-edition.txt) et
      * controle que les heures programmees de chaque matiere dans
      * chaque classe egalent l'horaire hebdomadaire du referentiel
      * matieres.txt (controle-heures.txt).
      * SAISIE-ABS s'en sert pour rattacher une absence a un cours.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDT-FICHIER ASSIGN TO "emploi-temps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-STATUS.

           SELECT MATIERES-FICHIER ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

           SELECT PROFESSEURS-FICHIER ASSIGN TO "professeurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSEURS-STATUS.

           SELECT AFFECTATIONS-FICHIER ASSIGN TO "affectations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFFECTATIONS-STATUS.

           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT EDITION-FICHIER
               ASSIGN TO "emploi-temps-edition.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITION-STATUS.

           SELECT HEURES-FICHIER ASSIGN TO "controle-heures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEURES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDT-FICHIER.
           COPY "EmploiTemps.cpy".

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
       01  F-MATIERE-REF.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

      *    Memes decoupages que dans maint-professeurs.cbl
       FD  PROFESSEURS-FICHIER.
       01  F-PROFESSEUR.
           05 F-PRF-CODE             PIC X(03).
           05 F-PRF-NOM              PIC X(20).

       FD  AFFECTATIONS-FICHIER.
       01  F-AFFECTATION.
           05 F-AFF-PROF             PIC X(03).
           05 F-AFF-MATIERE          PIC X(10).
           05 F-AFF-CLASSE           PIC X(03).

      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO           PIC 9(05).
           05 F-REF-NOM              PIC X(30).
           05 F-REF-CLASSE           PIC X(03).
           05 F-REF-ENTREE           PIC 9(08).

       FD  EDITION-FICHIER.
       01  LIGNE-EDITION             PIC X(80).

       FD  HEURES-FICHIER.
       01  LIGNE-HEURES              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EDT-STATUS              PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-PROFESSEURS-STATUS      PIC XX.
       01 WS-AFFECTATIONS-STATUS     PIC XX.
       01 WS-REF-STATUS              PIC XX.
       01 WS-EDITION-STATUS          PIC XX.
       01 WS-HEURES-STATUS           PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-MODIFIE                 PIC X VALUE "N".

      *    Cours charges en memoire
       01 WS-TABLE-CRS.
           05 WS-CRS OCCURS 500 TIMES.
              10 WS-CRS-CLASSE       PIC X(03).
              10 WS-CRS-JOUR         PIC 9.
              10 WS-CRS-HEURE        PIC 9(02).
              10 WS-CRS-MATIERE      PIC X(10).
              10 WS-CRS-PROF         PIC X(03).
              10 WS-CRS-SALLE        PIC X(05).
       01 WS-NB-CRS                  PIC 9(03) VALUE 0.
       01 WS-IDX-CRS                 PIC 9(03) VALUE 1.
       01 WS-IDX-CRS-TROUVE          PIC 9(03) VALUE 0.

      *    Referentiels : matieres (avec l'horaire attendu),
      *    professeurs et affectations
       01 WS-TABLE-MTR.
           05 WS-MTR OCCURS 20 TIMES.
              10 WS-MTR-CODE         PIC X(10).
              10 WS-MTR-HEURES       PIC 99V9.
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.
       01 WS-TABLE-PRF.
           05 WS-PRF-CODE OCCURS 30 TIMES PIC X(03).
       01 WS-NB-PRF                  PIC 9(02) VALUE 0.
       01 WS-IDX-PRF                 PIC 9(02) VALUE 1.
       01 WS-TABLE-AFF.
           05 WS-AFF OCCURS 100 TIMES.
              10 WS-AFF-PROF         PIC X(03).
              10 WS-AFF-MATIERE      PIC X(10).
              10 WS-AFF-CLASSE       PIC X(03).
       01 WS-NB-AFF                  PIC 9(03) VALUE 0.
       01 WS-IDX-AFF                 PIC 9(03) VALUE 1.

      *    Saisie d'un cours
       01 WS-CLASSE-SAISIE           PIC X(03).
       01 WS-JOUR-SAISI              PIC 9.
       01 WS-HEURE-SAISIE            PIC 9(02).
       01 WS-MATIERE-SAISIE          PIC X(10).
       01 WS-PROF-SAISI              PIC X(03).
       01 WS-SALLE-SAISIE            PIC X(05).
       01 WS-REPONSE                 PIC X.
       01 WS-CONFLIT                 PIC X.
       01 WS-TROUVE                  PIC X.

      *    Noms des jours, 1 = lundi ... 6 = samedi
       01 WS-NOMS-JOURS-VAL.
           05 FILLER PIC X(48) VALUE
              "LUNDI       MARDI       MERCREDI    JEUDI       ".
           05 FILLER PIC X(24) VALUE
              "VENDREDI    SAMEDI      ".
       01 WS-NOMS-JOURS REDEFINES WS-NOMS-JOURS-VAL.
           05 WS-NOM-JOUR OCCURS 6 TIMES PIC X(12).
       01 WS-IDX-JOUR                PIC 9.
       01 WS-HEURE                   PIC 9(02).
       01 WS-HEURE-FIN               PIC 9(02).

      *    Edition : vue C = classe, P = professeur, S = salle, et
      *    valeurs distinctes a editer quand aucune n'est demandee
       01 WS-VUE                     PIC X.
       01 WS-CODE-DEMANDE            PIC X(05).
       01 WS-CODE-COURANT            PIC X(05).
       01 WS-CODE-CRS                PIC X(05).
       01 WS-TABLE-VAL.
           05 WS-VAL OCCURS 100 TIMES PIC X(05).
       01 WS-NB-VAL                  PIC 9(03) VALUE 0.
       01 WS-IDX-VAL                 PIC 9(03) VALUE 1.
       01 WS-VAL-CONNUE              PIC X.
       01 WS-LIBELLE-VUE             PIC X(10).
       01 WS-NB-HEURES-SEM           PIC 9(03).
       01 WS-NB-EDITIONS             PIC 9(03).
       01 WS-LIGNE-EDITION           PIC X(80) VALUE SPACES.
       01 WS-LIGNE-SUITE             PIC X(80) VALUE SPACES.
       01 WS-POS-CELLULE             PIC 9(02).

      *    Controle des heures par classe et matiere
       01 WS-NB-PROGRAMMEES          PIC 9(03).
       01 WS-HEURES-PROGRAMMEES      PIC 99V9.
       01 WS-HEURES-AFF              PIC Z9.9.
       01 WS-PROGRAMMEES-AFF         PIC ZZ9.
       01 WS-MATIERE-ENSEIGNEE       PIC X.
       01 WS-NB-ECARTS               PIC 9(04) VALUE 0.
       01 WS-NB-PAIRES               PIC 9(04) VALUE 0.
       01 WS-SENS-ECART              PIC X(10).
       01 WS-DATE-EDITION            PIC X(10).

       77 WS-DATE-SYS                PIC 9(8).

      *    Nom passe au sous-programme Generation, qui garde la
      *    generation precedente du maitre avant sa reecriture
       01 WS-GEN-FICHIER             PIC X(30).

      *    Registre des editions (RapportRegistre)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "EMPLOI-TEMPS".
       01 WS-REG-RAPPORT             PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-DATE-EDITION.
       STRING WS-DATE-SYS(7:2) "/" WS-DATE-SYS(5:2) "/"
              WS-DATE-SYS(1:4) DELIMITED BY SIZE
           INTO WS-DATE-EDITION.
       PERFORM CHARGER-COURS.
       PERFORM CHARGER-REFERENTIELS.

       PERFORM UNTIL WS-CHOIX = 6
           DISPLAY "----- EMPLOI DU TEMPS -----"
           DISPLAY "1. Afficher les cours d'une classe"
           DISPLAY "2. Ajouter un cours"
           DISPLAY "3. Retirer un cours"
           DISPLAY "4. Imprimer un emploi du temps (classe, "
                   "professeur ou salle)"
           DISPLAY "5. Controle des heures par matiere et classe"
           DISPLAY "6. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM AFFICHER-CLASSE
               WHEN 2
                   PERFORM AJOUTER-COURS THRU AJOUTER-COURS-FIN
               WHEN 3
                   PERFORM RETIRER-COURS
               WHEN 4
                   PERFORM IMPRIMER-EMPLOI THRU IMPRIMER-EMPLOI-FIN
               WHEN 5
                   PERFORM CONTROLER-HEURES
                       THRU CONTROLER-HEURES-FIN
               WHEN 6
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-COURS
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge emploi-temps.txt ; l'absence du fichier (premiere
      *    utilisation) n'est pas une erreur
       CHARGER-COURS.
           OPEN INPUT EDT-FICHIER.
           IF WS-EDT-STATUS = "00"
               PERFORM UNTIL WS-EDT-STATUS NOT = "00"
                   READ EDT-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CRS < 500
                               ADD 1 TO WS-NB-CRS
                               MOVE F-COURS TO WS-CRS(WS-NB-CRS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDT-FICHIER
           END-IF.

      *    Matieres (avec horaire attendu), professeurs et
      *    affectations ; un referentiel absent reste vide
       CHARGER-REFERENTIELS.
           OPEN INPUT MATIERES-FICHIER.
           IF WS-MATIERES-STATUS = "00"
               PERFORM UNTIL WS-MATIERES-STATUS NOT = "00"
                   READ MATIERES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-MTR < 20
                               ADD 1 TO WS-NB-MTR
                               MOVE F-MTR-CODE
                                   TO WS-MTR-CODE(WS-NB-MTR)
                               IF F-MTR-HEURES IS NUMERIC
                                   MOVE F-MTR-HEURES
                                       TO WS-MTR-HEURES(WS-NB-MTR)
                               ELSE
                                   MOVE 0 TO WS-MTR-HEURES(WS-NB-MTR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FICHIER
           END-IF.
           OPEN INPUT PROFESSEURS-FICHIER.
           IF WS-PROFESSEURS-STATUS = "00"
               PERFORM UNTIL WS-PROFESSEURS-STATUS NOT = "00"
                   READ PROFESSEURS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-PRF < 30
                               ADD 1 TO WS-NB-PRF
                               MOVE F-PRF-CODE
                                   TO WS-PRF-CODE(WS-NB-PRF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSEURS-FICHIER
           END-IF.
           OPEN INPUT AFFECTATIONS-FICHIER.
           IF WS-AFFECTATIONS-STATUS = "00"
               PERFORM UNTIL WS-AFFECTATIONS-STATUS NOT = "00"
                   READ AFFECTATIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-AFF < 100
                               ADD 1 TO WS-NB-AFF
                               MOVE F-AFFECTATION
                                   TO WS-AFF(WS-NB-AFF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFFECTATIONS-FICHIER
           END-IF.

      *    Reecrit emploi-temps.txt a partir de la table, apres
      *    sauvegarde de la generation precedente
       ECRIRE-COURS.
           MOVE "emploi-temps.txt" TO WS-GEN-FICHIER.
           CALL "Generation" USING WS-GEN-FICHIER.
           OPEN OUTPUT EDT-FICHIER.
           IF WS-EDT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire emploi-temps.txt"
           ELSE
               PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                       UNTIL WS-IDX-CRS > WS-NB-CRS
                   MOVE WS-CRS(WS-IDX-CRS) TO F-COURS
                   WRITE F-COURS
               END-PERFORM
               CLOSE EDT-FICHIER
               DISPLAY "emploi-temps.txt mis a jour : " WS-NB-CRS
                       " cours."
           END-IF.

      *    Cours d'une classe a l'ecran, jour par jour
       AFFICHER-CLASSE.
           DISPLAY "Classe : ".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-SAISIE)
               TO WS-CLASSE-SAISIE.
           MOVE 0 TO WS-NB-HEURES-SEM.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 6
               PERFORM VARYING WS-HEURE FROM 8 BY 1
                       UNTIL WS-HEURE > 17
                   PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                           UNTIL WS-IDX-CRS > WS-NB-CRS
                       IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-CLASSE-SAISIE
                          AND WS-CRS-JOUR(WS-IDX-CRS) = WS-IDX-JOUR
                          AND WS-CRS-HEURE(WS-IDX-CRS) = WS-HEURE
                           ADD 1 TO WS-NB-HEURES-SEM
                           COMPUTE WS-HEURE-FIN = WS-HEURE + 1
                           DISPLAY WS-NOM-JOUR(WS-IDX-JOUR) " "
                                   WS-HEURE "h-" WS-HEURE-FIN "h "
                                   WS-CRS-MATIERE(WS-IDX-CRS) " "
                                   WS-CRS-PROF(WS-IDX-CRS) " salle "
                                   WS-CRS-SALLE(WS-IDX-CRS)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           DISPLAY "Heures par semaine : " WS-NB-HEURES-SEM.

      *    Ajoute un cours apres controle des referentiels et des
      *    conflits : la classe, le professeur et la salle doivent
      *    etre libres sur le creneau
       AJOUTER-COURS.
           IF WS-NB-CRS = 500
               DISPLAY "L'emploi du temps est plein (500 cours)."
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Classe : ".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-SAISIE)
               TO WS-CLASSE-SAISIE.
           IF WS-CLASSE-SAISIE = SPACES
               DISPLAY "Classe obligatoire."
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Jour (1 = lundi ... 6 = samedi) : ".
           ACCEPT WS-JOUR-SAISI.
           IF WS-JOUR-SAISI < 1 OR WS-JOUR-SAISI > 6
               DISPLAY "Jour invalide."
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Heure de debut (08 a 17) : ".
           ACCEPT WS-HEURE-SAISIE.
           IF WS-HEURE-SAISIE < 8 OR WS-HEURE-SAISIE > 17
               DISPLAY "Heure invalide."
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Matiere : ".
           ACCEPT WS-MATIERE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-MATIERE-SAISIE)
               TO WS-MATIERE-SAISIE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                   UNTIL WS-IDX-MTR > WS-NB-MTR
               IF WS-MTR-CODE(WS-IDX-MTR) = WS-MATIERE-SAISIE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "Matiere inconnue du referentiel matieres.txt"
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Professeur (code) : ".
           ACCEPT WS-PROF-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-PROF-SAISI) TO WS-PROF-SAISI.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-NB-PRF
               IF WS-PRF-CODE(WS-IDX-PRF) = WS-PROF-SAISI
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "Professeur inconnu de professeurs.txt"
               GO TO AJOUTER-COURS-FIN
           END-IF.
           DISPLAY "Salle : ".
           ACCEPT WS-SALLE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-SALLE-SAISIE)
               TO WS-SALLE-SAISIE.
           IF WS-SALLE-SAISIE = SPACES
               DISPLAY "Salle obligatoire."
               GO TO AJOUTER-COURS-FIN
           END-IF.

      *    Conflits sur le creneau : tous sont signales, puis le
      *    cours est refuse
           MOVE "N" TO WS-CONFLIT.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-CRS
               IF WS-CRS-JOUR(WS-IDX-CRS) = WS-JOUR-SAISI
                  AND WS-CRS-HEURE(WS-IDX-CRS) = WS-HEURE-SAISIE
                   PERFORM SIGNALER-CONFLIT
               END-IF
           END-PERFORM.
           IF WS-CONFLIT = "O"
               DISPLAY "Cours refuse : creneau deja pris."
               GO TO AJOUTER-COURS-FIN
           END-IF.

      *    Un cours hors des affectations de MAINT-PROF est
      *    signale ; l'operateur confirme
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-PROF(WS-IDX-AFF) = WS-PROF-SAISI
                  AND WS-AFF-MATIERE(WS-IDX-AFF) = WS-MATIERE-SAISIE
                  AND (WS-AFF-CLASSE(WS-IDX-AFF) = WS-CLASSE-SAISIE
                       OR WS-AFF-CLASSE(WS-IDX-AFF) = SPACES)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N" AND WS-NB-AFF > 0
               DISPLAY "Attention : " WS-PROF-SAISI
                       " n'est pas affecte en " WS-MATIERE-SAISIE
                       " pour la classe " WS-CLASSE-SAISIE
               DISPLAY "Enregistrer quand meme ? (O/N) : "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF WS-REPONSE NOT = "O"
                   DISPLAY "Cours non enregistre."
                   GO TO AJOUTER-COURS-FIN
               END-IF
           END-IF.

           ADD 1 TO WS-NB-CRS.
           MOVE WS-CLASSE-SAISIE  TO WS-CRS-CLASSE(WS-NB-CRS).
           MOVE WS-JOUR-SAISI     TO WS-CRS-JOUR(WS-NB-CRS).
           MOVE WS-HEURE-SAISIE   TO WS-CRS-HEURE(WS-NB-CRS).
           MOVE WS-MATIERE-SAISIE TO WS-CRS-MATIERE(WS-NB-CRS).
           MOVE WS-PROF-SAISI     TO WS-CRS-PROF(WS-NB-CRS).
           MOVE WS-SALLE-SAISIE   TO WS-CRS-SALLE(WS-NB-CRS).
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Cours ajoute.".
       AJOUTER-COURS-FIN.
           EXIT.

      *    Le cours WS-IDX-CRS occupe le creneau saisi : conflit si
      *    meme classe, meme professeur ou meme salle
       SIGNALER-CONFLIT.
           IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-CLASSE-SAISIE
               MOVE "O" TO WS-CONFLIT
               DISPLAY "Conflit : la classe " WS-CLASSE-SAISIE
                       " a deja " WS-CRS-MATIERE(WS-IDX-CRS)
                       " sur ce creneau"
           END-IF.
           IF WS-CRS-PROF(WS-IDX-CRS) = WS-PROF-SAISI
               MOVE "O" TO WS-CONFLIT
               DISPLAY "Conflit : le professeur " WS-PROF-SAISI
                       " est deja en " WS-CRS-CLASSE(WS-IDX-CRS)
                       " salle " WS-CRS-SALLE(WS-IDX-CRS)
           END-IF.
           IF WS-CRS-SALLE(WS-IDX-CRS) = WS-SALLE-SAISIE
               MOVE "O" TO WS-CONFLIT
               DISPLAY "Conflit : la salle " WS-SALLE-SAISIE
                       " est deja occupee par la classe "
                       WS-CRS-CLASSE(WS-IDX-CRS)
           END-IF.

      *    Retire le cours d'une classe sur un creneau
       RETIRER-COURS.
           DISPLAY "Classe : ".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-SAISIE)
               TO WS-CLASSE-SAISIE.
           DISPLAY "Jour (1 = lundi ... 6 = samedi) : ".
           ACCEPT WS-JOUR-SAISI.
           DISPLAY "Heure de debut : ".
           ACCEPT WS-HEURE-SAISIE.
           MOVE 0 TO WS-IDX-CRS-TROUVE.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-CRS
                   OR WS-IDX-CRS-TROUVE NOT = 0
               IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-CLASSE-SAISIE
                  AND WS-CRS-JOUR(WS-IDX-CRS) = WS-JOUR-SAISI
                  AND WS-CRS-HEURE(WS-IDX-CRS) = WS-HEURE-SAISIE
                   MOVE WS-IDX-CRS TO WS-IDX-CRS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CRS-TROUVE = 0
               DISPLAY "Aucun cours pour cette classe sur ce creneau."
           ELSE
               DISPLAY "Retrait de "
                       WS-CRS-MATIERE(WS-IDX-CRS-TROUVE) " "
                       WS-CRS-PROF(WS-IDX-CRS-TROUVE) " salle "
                       WS-CRS-SALLE(WS-IDX-CRS-TROUVE)
               PERFORM VARYING WS-IDX-CRS FROM WS-IDX-CRS-TROUVE
                       BY 1 UNTIL WS-IDX-CRS >= WS-NB-CRS
                   MOVE WS-CRS(WS-IDX-CRS + 1) TO WS-CRS(WS-IDX-CRS)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-CRS
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Cours retire."
           END-IF.

      *    Grille hebdomadaire d'une classe, d'un professeur ou d'une
      *    salle (toutes celles de l'emploi du temps si aucune n'est
      *    demandee) dans emploi-temps-edition.txt
       IMPRIMER-EMPLOI.
           IF WS-NB-CRS = 0
               DISPLAY "L'emploi du temps est vide."
               GO TO IMPRIMER-EMPLOI-FIN
           END-IF.
           DISPLAY "Vue (C = classe, P = professeur, S = salle) : ".
           ACCEPT WS-VUE.
           MOVE FUNCTION UPPER-CASE(WS-VUE) TO WS-VUE.
           EVALUATE WS-VUE
               WHEN "P"
                   MOVE "PROFESSEUR" TO WS-LIBELLE-VUE
               WHEN "S"
                   MOVE "SALLE" TO WS-LIBELLE-VUE
               WHEN OTHER
                   MOVE "C" TO WS-VUE
                   MOVE "CLASSE" TO WS-LIBELLE-VUE
           END-EVALUATE.
           DISPLAY "Code (vide = tous) : ".
           ACCEPT WS-CODE-DEMANDE.
           MOVE FUNCTION UPPER-CASE(WS-CODE-DEMANDE)
               TO WS-CODE-DEMANDE.
           MOVE 0 TO WS-NB-VAL.
           IF WS-CODE-DEMANDE NOT = SPACES
               MOVE 1 TO WS-NB-VAL
               MOVE WS-CODE-DEMANDE TO WS-VAL(1)
           ELSE
               PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                       UNTIL WS-IDX-CRS > WS-NB-CRS
                   PERFORM CODE-DU-COURS
                   PERFORM RELEVER-VALEUR
               END-PERFORM
           END-IF.
           OPEN OUTPUT EDITION-FICHIER.
           IF WS-EDITION-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire emploi-temps-edition.txt"
               GO TO IMPRIMER-EMPLOI-FIN
           END-IF.
           MOVE 0 TO WS-NB-EDITIONS.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-NB-VAL
               MOVE WS-VAL(WS-IDX-VAL) TO WS-CODE-COURANT
               PERFORM IMPRIMER-GRILLE
           END-PERFORM.
           CLOSE EDITION-FICHIER.
           MOVE "emploi-temps-edition.txt" TO WS-REG-RAPPORT.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Emplois du temps imprimes : " WS-NB-EDITIONS
                   " (voir emploi-temps-edition.txt)".
       IMPRIMER-EMPLOI-FIN.
           EXIT.

      *    Code du cours WS-IDX-CRS dans la vue demandee
       CODE-DU-COURS.
           MOVE SPACES TO WS-CODE-CRS.
           EVALUATE WS-VUE
               WHEN "P"
                   MOVE WS-CRS-PROF(WS-IDX-CRS) TO WS-CODE-CRS
               WHEN "S"
                   MOVE WS-CRS-SALLE(WS-IDX-CRS) TO WS-CODE-CRS
               WHEN OTHER
                   MOVE WS-CRS-CLASSE(WS-IDX-CRS) TO WS-CODE-CRS
           END-EVALUATE.

      *    Ajoute WS-CODE-CRS aux valeurs distinctes a editer
       RELEVER-VALEUR.
           MOVE "N" TO WS-VAL-CONNUE.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-NB-VAL
               IF WS-VAL(WS-IDX-VAL) = WS-CODE-CRS
                   MOVE "O" TO WS-VAL-CONNUE
               END-IF
           END-PERFORM.
           IF WS-VAL-CONNUE = "N" AND WS-NB-VAL < 100
               ADD 1 TO WS-NB-VAL
               MOVE WS-CODE-CRS TO WS-VAL(WS-NB-VAL)
           END-IF.

      *    Une grille : une colonne par jour, deux lignes par
      *    creneau (matiere, puis professeur et salle pour une
      *    classe, classe et salle pour un professeur, classe et
      *    professeur pour une salle)
       IMPRIMER-GRILLE.
           ADD 1 TO WS-NB-EDITIONS.
           MOVE 0 TO WS-NB-HEURES-SEM.
           STRING "EMPLOI DU TEMPS - " DELIMITED BY SIZE
                  WS-LIBELLE-VUE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CODE-COURANT DELIMITED BY SIZE
                  "   edite le " DELIMITED BY SIZE
                  WS-DATE-EDITION DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM ECRIRE-EDITION.
           PERFORM ECRIRE-EDITION.
           MOVE WS-NOMS-JOURS-VAL TO WS-LIGNE-EDITION(9:72).
           PERFORM ECRIRE-EDITION.
           PERFORM VARYING WS-HEURE FROM 8 BY 1 UNTIL WS-HEURE > 17
               COMPUTE WS-HEURE-FIN = WS-HEURE + 1
               MOVE SPACES TO WS-LIGNE-SUITE
               STRING WS-HEURE "h-" WS-HEURE-FIN "h"
                   DELIMITED BY SIZE INTO WS-LIGNE-EDITION
               PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                       UNTIL WS-IDX-CRS > WS-NB-CRS
                   PERFORM CODE-DU-COURS
                   IF WS-CODE-CRS = WS-CODE-COURANT
                      AND WS-CRS-HEURE(WS-IDX-CRS) = WS-HEURE
                       PERFORM REMPLIR-CELLULE
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-EDITION
               MOVE WS-LIGNE-SUITE TO WS-LIGNE-EDITION
               PERFORM ECRIRE-EDITION
           END-PERFORM.
           PERFORM ECRIRE-EDITION.
           STRING "Heures par semaine : " DELIMITED BY SIZE
                  WS-NB-HEURES-SEM DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM ECRIRE-EDITION.
           PERFORM ECRIRE-EDITION.

      *    Cellule du cours WS-IDX-CRS dans la colonne de son jour
       REMPLIR-CELLULE.
           ADD 1 TO WS-NB-HEURES-SEM.
           COMPUTE WS-POS-CELLULE =
                   9 + (WS-CRS-JOUR(WS-IDX-CRS) - 1) * 12.
           MOVE WS-CRS-MATIERE(WS-IDX-CRS)
               TO WS-LIGNE-EDITION(WS-POS-CELLULE:11).
           EVALUATE WS-VUE
               WHEN "P"
                   STRING WS-CRS-CLASSE(WS-IDX-CRS) " "
                          WS-CRS-SALLE(WS-IDX-CRS)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-SUITE(WS-POS-CELLULE:11)
               WHEN "S"
                   STRING WS-CRS-CLASSE(WS-IDX-CRS) " "
                          WS-CRS-PROF(WS-IDX-CRS)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-SUITE(WS-POS-CELLULE:11)
               WHEN OTHER
                   STRING WS-CRS-PROF(WS-IDX-CRS) " "
                          WS-CRS-SALLE(WS-IDX-CRS)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-SUITE(WS-POS-CELLULE:11)
           END-EVALUATE.

       ECRIRE-EDITION.
           MOVE WS-LIGNE-EDITION TO LIGNE-EDITION.
           WRITE LIGNE-EDITION.
           MOVE SPACES TO WS-LIGNE-EDITION.

      *    Heures programmees de chaque matiere dans chaque classe
      *    comparees a l'horaire hebdomadaire de matieres.txt ; une
      *    matiere sans horaire (0) n'est pas controlee, et une
      *    matiere n'est attendue dans une classe que si elle y est
      *    affectee (ou si affectations.txt est absent) ou si elle
      *    y a deja des cours
       CONTROLER-HEURES.
           MOVE 0 TO WS-NB-VAL.
           MOVE "C" TO WS-VUE.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-CRS
               MOVE WS-CRS-CLASSE(WS-IDX-CRS) TO WS-CODE-CRS
               PERFORM RELEVER-VALEUR
           END-PERFORM.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE F-REF-CLASSE TO WS-CODE-CRS
                           PERFORM RELEVER-VALEUR
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.
           IF WS-NB-VAL = 0
               DISPLAY "Aucune classe connue (emploi du temps et "
                       "eleves-ref.txt vides)."
               GO TO CONTROLER-HEURES-FIN
           END-IF.
           OPEN OUTPUT HEURES-FICHIER.
           IF WS-HEURES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire controle-heures.txt"
               GO TO CONTROLER-HEURES-FIN
           END-IF.
           MOVE 0 TO WS-NB-ECARTS.
           MOVE 0 TO WS-NB-PAIRES.
           STRING "CONTROLE DES HEURES PAR MATIERE ET CLASSE AU "
                  DELIMITED BY SIZE
                  WS-DATE-EDITION DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM ECRIRE-HEURES.
           PERFORM ECRIRE-HEURES.
           MOVE "CLASSE MATIERE    ATTENDU PROGRAMME ECART"
               TO WS-LIGNE-EDITION.
           PERFORM ECRIRE-HEURES.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-NB-VAL
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > WS-NB-MTR
                   IF WS-MTR-HEURES(WS-IDX-MTR) > 0
                       PERFORM CONTROLER-UNE-PAIRE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM ECRIRE-HEURES.
           STRING "Paires classe/matiere controlees : "
                  DELIMITED BY SIZE
                  WS-NB-PAIRES DELIMITED BY SIZE
                  "   ecarts : " DELIMITED BY SIZE
                  WS-NB-ECARTS DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION.
           PERFORM ECRIRE-HEURES.
           CLOSE HEURES-FICHIER.
           MOVE "controle-heures.txt" TO WS-REG-RAPPORT.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Ecarts d'horaire : " WS-NB-ECARTS
                   " (voir controle-heures.txt)".
       CONTROLER-HEURES-FIN.
           EXIT.

      *    Classe WS-VAL(WS-IDX-VAL), matiere WS-MTR(WS-IDX-MTR)
       CONTROLER-UNE-PAIRE.
           MOVE 0 TO WS-NB-PROGRAMMEES.
           PERFORM VARYING WS-IDX-CRS FROM 1 BY 1
                   UNTIL WS-IDX-CRS > WS-NB-CRS
               IF WS-CRS-CLASSE(WS-IDX-CRS) = WS-VAL(WS-IDX-VAL)
                  AND WS-CRS-MATIERE(WS-IDX-CRS) =
                      WS-MTR-CODE(WS-IDX-MTR)
                   ADD 1 TO WS-NB-PROGRAMMEES
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-MATIERE-ENSEIGNEE.
           IF WS-NB-PROGRAMMEES > 0 OR WS-NB-AFF = 0
               MOVE "O" TO WS-MATIERE-ENSEIGNEE
           END-IF.
           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-NB-AFF
               IF WS-AFF-MATIERE(WS-IDX-AFF) = WS-MTR-CODE(WS-IDX-MTR)
                  AND (WS-AFF-CLASSE(WS-IDX-AFF) = WS-VAL(WS-IDX-VAL)
                       OR WS-AFF-CLASSE(WS-IDX-AFF) = SPACES)
                   MOVE "O" TO WS-MATIERE-ENSEIGNEE
               END-IF
           END-PERFORM.
           IF WS-MATIERE-ENSEIGNEE = "O"
               ADD 1 TO WS-NB-PAIRES
               MOVE WS-NB-PROGRAMMEES TO WS-HEURES-PROGRAMMEES
               IF WS-HEURES-PROGRAMMEES NOT =
                       WS-MTR-HEURES(WS-IDX-MTR)
                   ADD 1 TO WS-NB-ECARTS
                   IF WS-HEURES-PROGRAMMEES <
                           WS-MTR-HEURES(WS-IDX-MTR)
                       MOVE "en moins" TO WS-SENS-ECART
                   ELSE
                       MOVE "en trop" TO WS-SENS-ECART
                   END-IF
                   MOVE WS-MTR-HEURES(WS-IDX-MTR) TO WS-HEURES-AFF
                   MOVE WS-NB-PROGRAMMEES TO WS-PROGRAMMEES-AFF
                   STRING WS-VAL(WS-IDX-VAL)(1:3) DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-MTR-CODE(WS-IDX-MTR) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-HEURES-AFF DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-PROGRAMMEES-AFF DELIMITED BY SIZE
                          "       " DELIMITED BY SIZE
                          WS-SENS-ECART DELIMITED BY SIZE
                       INTO WS-LIGNE-EDITION
                   PERFORM ECRIRE-HEURES
               END-IF
           END-IF.

       ECRIRE-HEURES.
           MOVE WS-LIGNE-EDITION TO LIGNE-HEURES.
           WRITE LIGNE-HEURES.
           MOVE SPACES TO WS-LIGNE-EDITION.
