       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bandeau.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : affiche le bandeau de formation
      *    en tete d'ecran quand la suite tourne sur un jeu de
      *    formation construit par FORMATION (MODE-FORMATION a O
      *    dans le parametres.txt du repertoire courant), pour que
      *    personne ne confonde ce jeu avec la production. Les
      *    programmes interactifs l'appellent au debut de chaque
      *    ecran ; sur les fichiers reels il n'affiche rien.
      *    Le parametre n'est lu qu'au premier appel.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MODE-LU             PIC X VALUE "N".
       01 WS-MODE-FORMATION      PIC X VALUE "N".

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE             PIC X(20) VALUE "MODE-FORMATION".
       01 WS-CFG-VALEUR          PIC X(20).
       01 WS-CFG-TROUVE          PIC X.

       PROCEDURE DIVISION.
       DEBUT.
           IF WS-MODE-LU = "N"
               CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR
                                   WS-CFG-TROUVE
               IF WS-CFG-TROUVE = "O" AND WS-CFG-VALEUR(1:1) = "O"
                   MOVE "O" TO WS-MODE-FORMATION
               END-IF
               MOVE "O" TO WS-MODE-LU
           END-IF.

           IF WS-MODE-FORMATION = "O"
               DISPLAY "**********************************************"
                       "**********************"
               DISPLAY "**   FORMATION - donnees fictives, aucune ope"
                       "ration reelle        **"
               DISPLAY "**********************************************"
                       "**********************"
           END-IF.

           GOBACK.
