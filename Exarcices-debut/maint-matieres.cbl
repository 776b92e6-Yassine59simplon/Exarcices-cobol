      * liste les matieres, en ajoute, change un coefficient ou un
      * libelle, ou retire une matiere, puis reecrit le fichier a la
      * sortie.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * L'horaire hebdomadaire attendu par classe (0 = non controle)
      * sert au controle des heures de l'emploi du temps
      * (EMPLOI-TEMPS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       WORKING-STORAGE SECTION.
       01 WS-MATIERES-STATUS         PIC XX.
              10 WS-MTR-CODE         PIC X(10).
              10 WS-MTR-LIBELLE      PIC X(20).
              10 WS-MTR-COEF         PIC 9V9.
              10 WS-MTR-HEURES       PIC 99V9.
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(02) VALUE 0.
       01 WS-CODE-SAISI              PIC X(10).
       01 WS-LIBELLE-SAISI           PIC X(20).
       01 WS-COEF-SAISI              PIC 9V9.
       01 WS-HEURES-SAISIES          PIC 99V9.
       01 WS-HEURES-AFF              PIC Z9.9.
       01 WS-MODIFIE                 PIC X VALUE "N".

      *    Nom passe au sous-programme Generation, qui garde la


       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-MATIERES.

       PERFORM UNTIL WS-CHOIX = 5
                                   TO WS-MTR-LIBELLE(WS-NB-MTR)
                               MOVE F-MTR-COEF
                                   TO WS-MTR-COEF(WS-NB-MTR)
      *                        Zone horaire a blanc dans les fichiers
      *                        anterieurs : aucun horaire attendu
                               IF F-MTR-HEURES IS NUMERIC
                                   MOVE F-MTR-HEURES
                                       TO WS-MTR-HEURES(WS-NB-MTR)
                               ELSE
                                   MOVE 0 TO WS-MTR-HEURES(WS-NB-MTR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > WS-NB-MTR
                   MOVE WS-MTR-HEURES(WS-IDX-MTR) TO WS-HEURES-AFF
                   DISPLAY WS-MTR-CODE(WS-IDX-MTR) " "
                           WS-MTR-LIBELLE(WS-IDX-MTR)
                           " coef " WS-MTR-COEF(WS-IDX-MTR)
                           " heures/sem " WS-HEURES-AFF
               END-PERFORM
           END-IF.

                   ACCEPT WS-LIBELLE-SAISI
                   DISPLAY "Coefficient (ex. 2.0) : "
                   ACCEPT WS-COEF-SAISI
                   DISPLAY "Heures par semaine et par classe "
                           "(ex. 4.0, 0 = non controle) : "
                   ACCEPT WS-HEURES-SAISIES
                   ADD 1 TO WS-NB-MTR
                   MOVE WS-CODE-SAISI    TO WS-MTR-CODE(WS-NB-MTR)
                   MOVE WS-LIBELLE-SAISI TO WS-MTR-LIBELLE(WS-NB-MTR)
                   MOVE WS-COEF-SAISI    TO WS-MTR-COEF(WS-NB-MTR)
                   MOVE WS-HEURES-SAISIES
                       TO WS-MTR-HEURES(WS-NB-MTR)
                   MOVE "O" TO WS-MODIFIE
                   DISPLAY "Matiere ajoutee."
               END-IF
               ACCEPT WS-MTR-LIBELLE(WS-IDX-TROUVE)
               DISPLAY "Nouveau coefficient : "
               ACCEPT WS-MTR-COEF(WS-IDX-TROUVE)
               DISPLAY "Heures par semaine et par classe "
                       "(0 = non controle) : "
               ACCEPT WS-MTR-HEURES(WS-IDX-TROUVE)
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Matiere modifiee."
           END-IF.
                   MOVE WS-MTR-CODE(WS-IDX-MTR)    TO F-MTR-CODE
                   MOVE WS-MTR-LIBELLE(WS-IDX-MTR) TO F-MTR-LIBELLE
                   MOVE WS-MTR-COEF(WS-IDX-MTR)    TO F-MTR-COEF
                   MOVE WS-MTR-HEURES(WS-IDX-MTR)  TO F-MTR-HEURES
                   WRITE F-MATIERE-REF
               END-PERFORM
               CLOSE MATIERES-FICHIER
