      * reimprime a l'ecran celui qui est choisi. "Montre-moi le
      * rapport de rupture de lundi" devient une question de
      * quelques secondes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * L'ouverture d'un rapport vaut accuse de lecture dans le suivi
      * de diffusion (diffusion-suivi.txt, tenu par DIFFUSION) pour
      * l'operateur de la session, demande ici s'il n'est pas deja
      * connu ; la liste marque d'un * les rapports qui l'attendent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      *    Suivi de diffusion ecrit par DIFFUSION : l'ouverture d'un
      *    rapport y vaut accuse de lecture
           SELECT SUIVI-FICHIER ASSIGN TO "diffusion-suivi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUIVI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FICHIER.
       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(130).

       FD  SUIVI-FICHIER.
           COPY "DiffusionSuivi.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS            PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-IDX-RIX                 PIC 9(03) VALUE 1.
       01 WS-NUMERO-CHOISI           PIC 9(03).
       01 WS-NOM-RAPPORT             PIC X(40).
       01 WS-MARQUE                  PIC X.

      *    Suivi de diffusion recharge, reecrit apres un accuse
       01 WS-SUIVI-STATUS            PIC XX.
       01 WS-TABLE-DSU.
           05 WS-DSU OCCURS 2000 TIMES.
              10 WS-DSU-DATE         PIC 9(08).
              10 WS-DSU-RAPPORT      PIC X(30).
              10 WS-DSU-NOM-DATE     PIC X(40).
              10 WS-DSU-OPERATEUR    PIC X(03).
              10 WS-DSU-COPIES       PIC 9(02).
              10 WS-DSU-ETAT         PIC X.
              10 WS-DSU-DATE-LU      PIC 9(08).
       77 WS-DSU-CAPACITE            PIC 9(04) VALUE 2000.
       01 WS-NB-DSU                  PIC 9(04) VALUE 0.
       01 WS-IDX-DSU                 PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-NB-ATTENTE              PIC 9(03) VALUE 0.

       77 WS-DATE-SYS                PIC 9(8).

      *    Code de l'operateur de la session (pose par OPERATIONS,
      *    ou demande ici)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       IF WS-OPERATEUR-COURANT = SPACES
           CALL "Connexion" USING WS-CNX-ACTION
                                  WS-OPERATEUR-COURANT
                                  WS-CNX-RESULTAT
       END-IF.
       IF WS-CNX-RESULTAT = "N"
           DISPLAY "Operateur non identifie."
           GOBACK
       END-IF.
       OPEN INPUT INDEX-FICHIER.
       IF WS-INDEX-STATUS NOT = "00"
           DISPLAY "rapports-index.txt absent : aucun rapport "
           GOBACK
       END-IF.

       PERFORM CHARGER-SUIVI.
       MOVE 0 TO WS-NB-ATTENTE.
       DISPLAY "----- RAPPORTS CLASSES -----".
       PERFORM VARYING WS-IDX-RIX FROM 1 BY 1
               UNTIL WS-IDX-RIX > WS-NB-RIX
           MOVE WS-RIX-NOM-DATE(WS-IDX-RIX) TO WS-NOM-RAPPORT
           PERFORM TROUVER-SUIVI
           MOVE SPACE TO WS-MARQUE
           IF WS-IDX-TROUVE NOT = 0
               IF WS-DSU-ETAT(WS-IDX-TROUVE) = "A"
                   MOVE "*" TO WS-MARQUE
                   ADD 1 TO WS-NB-ATTENTE
               END-IF
           END-IF
           DISPLAY WS-MARQUE WS-IDX-RIX " " WS-RIX-DATE(WS-IDX-RIX) " "
                   WS-RIX-PROGRAMME(WS-IDX-RIX) " "
                   FUNCTION TRIM(WS-RIX-NOM-DATE(WS-IDX-RIX))
                   " (" WS-RIX-LIGNES(WS-IDX-RIX) " lignes)"
       END-PERFORM.

       IF WS-NB-ATTENTE > 0
           DISPLAY "* = rapport qui vous attend (" WS-NB-ATTENTE ")"
       END-IF.
       DISPLAY "Numero du rapport a reimprimer (0 pour "
               "quitter) : ".
       ACCEPT WS-NUMERO-CHOISI.
           END-READ
       END-PERFORM.
       CLOSE RAPPORT-FICHIER.
       PERFORM ACCUSER-LECTURE THRU ACCUSER-LECTURE-FIN.

       GOBACK.

      *    Suivi de diffusion ; un fichier absent veut dire qu'aucun
      *    rapport n'a encore ete diffuse
       CHARGER-SUIVI.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SUIVI-FICHIER.
           IF WS-SUIVI-STATUS = "00"
               PERFORM UNTIL WS-SUIVI-STATUS NOT = "00"
                   READ SUIVI-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-DSU < WS-DSU-CAPACITE
                               ADD 1 TO WS-NB-DSU
                               MOVE F-DIFFUSION-SUIVI
                                   TO WS-DSU(WS-NB-DSU)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUIVI-FICHIER
           END-IF.

      *    Ligne de suivi du rapport WS-NOM-RAPPORT pour l'operateur
      *    de la session (WS-IDX-TROUVE a 0 si absente)
       TROUVER-SUIVI.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-DSU FROM 1 BY 1
                   UNTIL WS-IDX-DSU > WS-NB-DSU
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-DSU-NOM-DATE(WS-IDX-DSU) = WS-NOM-RAPPORT
                  AND WS-DSU-OPERATEUR(WS-IDX-DSU)
                      = WS-OPERATEUR-COURANT
                   MOVE WS-IDX-DSU TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Le rapport ouvert passe a lu pour son destinataire ; un
      *    operateur hors liste laisse une ligne de consultation, que
      *    le bilan hebdomadaire de DIFFUSION compte aussi
       ACCUSER-LECTURE.
           PERFORM TROUVER-SUIVI.
           IF WS-IDX-TROUVE NOT = 0
               IF WS-DSU-ETAT(WS-IDX-TROUVE) NOT = "A"
                   GO TO ACCUSER-LECTURE-FIN
               END-IF
               MOVE "L" TO WS-DSU-ETAT(WS-IDX-TROUVE)
               MOVE WS-DATE-SYS TO WS-DSU-DATE-LU(WS-IDX-TROUVE)
           ELSE
               IF WS-NB-DSU NOT < WS-DSU-CAPACITE
                   GO TO ACCUSER-LECTURE-FIN
               END-IF
               ADD 1 TO WS-NB-DSU
               MOVE WS-RIX-DATE(WS-NUMERO-CHOISI)
                   TO WS-DSU-DATE(WS-NB-DSU)
               MOVE WS-RIX-RAPPORT(WS-NUMERO-CHOISI)
                   TO WS-DSU-RAPPORT(WS-NB-DSU)
               MOVE WS-NOM-RAPPORT TO WS-DSU-NOM-DATE(WS-NB-DSU)
               MOVE WS-OPERATEUR-COURANT
                   TO WS-DSU-OPERATEUR(WS-NB-DSU)
               MOVE 0 TO WS-DSU-COPIES(WS-NB-DSU)
               MOVE "C" TO WS-DSU-ETAT(WS-NB-DSU)
               MOVE WS-DATE-SYS TO WS-DSU-DATE-LU(WS-NB-DSU)
           END-IF.
           OPEN OUTPUT SUIVI-FICHIER.
           IF WS-SUIVI-STATUS NOT = "00"
               DISPLAY "Accuse de lecture non enregistre "
                       "(diffusion-suivi.txt)."
               GO TO ACCUSER-LECTURE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-DSU FROM 1 BY 1
                   UNTIL WS-IDX-DSU > WS-NB-DSU
               MOVE WS-DSU(WS-IDX-DSU) TO F-DIFFUSION-SUIVI
               WRITE F-DIFFUSION-SUIVI
           END-PERFORM.
           CLOSE SUIVI-FICHIER.
       ACCUSER-LECTURE-FIN.
           EXIT.
