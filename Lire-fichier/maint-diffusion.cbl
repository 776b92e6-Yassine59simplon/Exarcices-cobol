       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-DIFFUSION.
      * Entretien des listes de diffusion des rapports
      * (diffusion-listes.txt, DiffusionListe.cpy) : liste les
      * destinataires, ajoute un destinataire a un type de rapport
      * ou change son nombre d'exemplaires papier, retire un
      * destinataire, puis reecrit le fichier a la sortie. Le type
      * de rapport est le nom fixe inscrit par RapportRegistre
      * (rupture.txt, bulletin.txt...). Un code absent de la
      * reference operateurs.txt est signale mais accepte.
      * DIFFUSION remet chaque soir les nouveaux rapports a ces
      * listes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTES-FICHIER ASSIGN TO "diffusion-listes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTES-STATUS.

           SELECT OPERATEURS-FICHIER ASSIGN TO "operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATEURS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTES-FICHIER.
           COPY "DiffusionListe.cpy".

      *    Meme decoupage que F-OPERATEUR dans operations.cbl
       FD  OPERATEURS-FICHIER.
       01  F-OPERATEUR.
           05 F-OPR-CODE             PIC X(03).
           05 F-OPR-NOM              PIC X(20).
           05 F-OPR-ACTIF            PIC X.
           05 F-OPR-ROLE             PIC X.

       WORKING-STORAGE SECTION.
       01 WS-LISTES-STATUS           PIC XX.
       01 WS-OPERATEURS-STATUS       PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.

       01 WS-TABLE-DLI.
           05 WS-DLI OCCURS 200 TIMES.
              10 WS-DLI-RAPPORT      PIC X(30).
              10 WS-DLI-OPERATEUR    PIC X(03).
              10 WS-DLI-COPIES       PIC 9(02).
       77 WS-DLI-CAPACITE            PIC 9(03) VALUE 200.
       01 WS-NB-DLI                  PIC 9(03) VALUE 0.
       01 WS-IDX-DLI                 PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(03) VALUE 0.

       01 WS-RAPPORT-SAISI           PIC X(30).
       01 WS-OPERATEUR-SAISI         PIC X(03).
       01 WS-COPIES-SAISIES          PIC 9(02) VALUE 0.
       01 WS-NB-LISTES               PIC 9(03) VALUE 0.
       01 WS-MODIFIE                 PIC X VALUE "N".
       01 WS-OPR-TROUVE              PIC X VALUE "N".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-LISTES.

       PERFORM UNTIL WS-CHOIX = 4
           DISPLAY "----- LISTES DE DIFFUSION DES RAPPORTS -----"
           DISPLAY "1. Lister les destinataires"
           DISPLAY "2. Ajouter ou modifier un destinataire"
           DISPLAY "3. Retirer un destinataire"
           DISPLAY "4. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-DESTINATAIRES
               WHEN 2
                   PERFORM FIXER-DESTINATAIRE
               WHEN 3
                   PERFORM RETIRER-DESTINATAIRE
               WHEN 4
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-LISTES
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge diffusion-listes.txt dans WS-DLI ; l'absence du
      *    fichier (premiere utilisation) n'est pas une erreur
       CHARGER-LISTES.
           OPEN INPUT LISTES-FICHIER.
           IF WS-LISTES-STATUS = "00"
               PERFORM UNTIL WS-LISTES-STATUS NOT = "00"
                   READ LISTES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DLI < WS-DLI-CAPACITE
                               ADD 1 TO WS-NB-DLI
                               MOVE F-DIFFUSION-LISTE
                                   TO WS-DLI(WS-NB-DLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTES-FICHIER
           END-IF.

      *    Saisit le type de rapport (nom fixe, en minuscules comme
      *    dans le registre)
       SAISIR-RAPPORT.
           DISPLAY "Rapport (nom fixe, par exemple rupture.txt) : ".
           ACCEPT WS-RAPPORT-SAISI.
           MOVE FUNCTION LOWER-CASE(WS-RAPPORT-SAISI)
               TO WS-RAPPORT-SAISI.

       SAISIR-OPERATEUR.
           DISPLAY "Code operateur : ".
           ACCEPT WS-OPERATEUR-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-OPERATEUR-SAISI)
               TO WS-OPERATEUR-SAISI.

      *    Liste les destinataires d'un rapport, ou de tous (a blanc)
       LISTER-DESTINATAIRES.
           DISPLAY "Rapport (a blanc = tous) : ".
           MOVE SPACES TO WS-RAPPORT-SAISI.
           ACCEPT WS-RAPPORT-SAISI.
           MOVE FUNCTION LOWER-CASE(WS-RAPPORT-SAISI)
               TO WS-RAPPORT-SAISI.
           MOVE 0 TO WS-NB-LISTES.
           PERFORM VARYING WS-IDX-DLI FROM 1 BY 1
                   UNTIL WS-IDX-DLI > WS-NB-DLI
               IF WS-RAPPORT-SAISI = SPACES
                  OR WS-DLI-RAPPORT(WS-IDX-DLI) = WS-RAPPORT-SAISI
                   ADD 1 TO WS-NB-LISTES
                   DISPLAY WS-DLI-RAPPORT(WS-IDX-DLI) " "
                           WS-DLI-OPERATEUR(WS-IDX-DLI) " "
                           WS-DLI-COPIES(WS-IDX-DLI) " exemplaire(s)"
               END-IF
           END-PERFORM.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucun destinataire."
           END-IF.

      *    Recherche le couple WS-RAPPORT-SAISI / WS-OPERATEUR-SAISI
      *    (resultat dans WS-IDX-TROUVE, 0 si absent)
       TROUVER-DESTINATAIRE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-DLI FROM 1 BY 1
                   UNTIL WS-IDX-DLI > WS-NB-DLI
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-DLI-RAPPORT(WS-IDX-DLI) = WS-RAPPORT-SAISI
                  AND WS-DLI-OPERATEUR(WS-IDX-DLI) = WS-OPERATEUR-SAISI
                   MOVE WS-IDX-DLI TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Ajoute l'operateur a la liste du rapport, ou remplace son
      *    nombre d'exemplaires s'il y figure deja
       FIXER-DESTINATAIRE.
           PERFORM SAISIR-RAPPORT.
           IF WS-RAPPORT-SAISI = SPACES
               DISPLAY "Rapport obligatoire."
           ELSE
               PERFORM SAISIR-OPERATEUR
               PERFORM CONTROLER-OPERATEUR
               PERFORM TROUVER-DESTINATAIRE
               IF WS-IDX-TROUVE = 0
                  AND WS-NB-DLI NOT < WS-DLI-CAPACITE
                   DISPLAY "Le fichier des listes est plein ("
                           WS-DLI-CAPACITE " lignes)."
               ELSE
                   IF WS-IDX-TROUVE NOT = 0
                       DISPLAY "Exemplaires actuels : "
                               WS-DLI-COPIES(WS-IDX-TROUVE)
                   END-IF
                   DISPLAY "Exemplaires papier (0 = ecran seul) : "
                   ACCEPT WS-COPIES-SAISIES
                   IF WS-IDX-TROUVE = 0
                       ADD 1 TO WS-NB-DLI
                       MOVE WS-NB-DLI TO WS-IDX-TROUVE
                       MOVE WS-RAPPORT-SAISI
                           TO WS-DLI-RAPPORT(WS-IDX-TROUVE)
                       MOVE WS-OPERATEUR-SAISI
                           TO WS-DLI-OPERATEUR(WS-IDX-TROUVE)
                   END-IF
                   MOVE WS-COPIES-SAISIES
                       TO WS-DLI-COPIES(WS-IDX-TROUVE)
                   MOVE "O" TO WS-MODIFIE
                   DISPLAY "Destinataire enregistre."
               END-IF
           END-IF.

      *    Retire le destinataire en decalant les entrees suivantes
       RETIRER-DESTINATAIRE.
           PERFORM SAISIR-RAPPORT.
           PERFORM SAISIR-OPERATEUR.
           PERFORM TROUVER-DESTINATAIRE.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Cet operateur ne recoit pas ce rapport."
           ELSE
               PERFORM VARYING WS-IDX-DLI FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-DLI >= WS-NB-DLI
                   MOVE WS-DLI(WS-IDX-DLI + 1) TO WS-DLI(WS-IDX-DLI)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-DLI
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Destinataire retire."
           END-IF.

      *    Signale un code absent de operateurs.txt ; le
      *    destinataire reste accepte (la reference peut etre
      *    completee apres)
       CONTROLER-OPERATEUR.
           MOVE "N" TO WS-OPR-TROUVE.
           OPEN INPUT OPERATEURS-FICHIER.
           IF WS-OPERATEURS-STATUS = "00"
               PERFORM UNTIL WS-OPERATEURS-STATUS NOT = "00"
                   READ OPERATEURS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-OPR-CODE = WS-OPERATEUR-SAISI
                               MOVE "O" TO WS-OPR-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATEURS-FICHIER
           END-IF.
           IF WS-OPR-TROUVE = "N"
               DISPLAY "** Operateur absent de operateurs.txt **"
           END-IF.

      *    Reecrit diffusion-listes.txt a partir de
      *    WS-DLI(1..WS-NB-DLI)
       ECRIRE-LISTES.
           OPEN OUTPUT LISTES-FICHIER.
           IF WS-LISTES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire diffusion-listes.txt"
           ELSE
               PERFORM VARYING WS-IDX-DLI FROM 1 BY 1
                       UNTIL WS-IDX-DLI > WS-NB-DLI
                   MOVE WS-DLI(WS-IDX-DLI) TO F-DIFFUSION-LISTE
                   WRITE F-DIFFUSION-LISTE
               END-PERFORM
               CLOSE LISTES-FICHIER
               DISPLAY "diffusion-listes.txt mis a jour."
           END-IF.
