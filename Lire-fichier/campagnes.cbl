       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAGNES.
      * Suivi des campagnes de courrier : les tirages d'etiquettes de
      * ETIQUETTES et de GERE-MENAGES rattaches a un code de campagne
      * laissent la campagne dans campagnes.txt et une ligne par
      * etiquette dans campagnes-envois.txt (sous-programme partage
      * Campagne). Ce programme liste les campagnes avec leurs
      * envois et leurs retours, saisit les lettres revenues "n'habite
      * pas a l'adresse indiquee" contre un numero de personne
      * (campagnes-retours.txt) en marquant la personne en retour
      * dans le maitre personnes.dat (F-PER-NPAI), ce qui la fait
      * sauter par les tirages suivants jusqu'a la correction de son
      * adresse dans Personnes-d, et edite le rapport d'une campagne
      * dans campagne-rapport.txt : envois, retours et taux de retour
      * par ville puis au total.
      * La saisie des retours passe sous le verrou partage du maitre
      * (Verrou) et laisse l'image avant et l'image apres de chaque
      * personne marquee dans personnes-histo.txt (HistoPersonne), au
      * nom de l'operateur identifie (Connexion).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAGNES-FICHIER ASSIGN TO "campagnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAGNES-STATUS.

           SELECT ENVOIS-FICHIER ASSIGN TO "campagnes-envois.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVOIS-STATUS.

           SELECT RETOURS-FICHIER ASSIGN TO "campagnes-retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETOURS-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "campagne-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAGNES-FICHIER.
           COPY "Campagne.cpy".

       FD  ENVOIS-FICHIER.
           COPY "CampagneEnvoi.cpy".

       FD  RETOURS-FICHIER.
           COPY "CampagneRetour.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAGNES-STATUS        PIC XX.
       01 WS-ENVOIS-STATUS           PIC XX.
       01 WS-RETOURS-STATUS          PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-TROUVE                  PIC X VALUE "N".

      *    Campagne choisie et sa ligne de campagnes.txt
       01 WS-CODE-SAISI              PIC X(08).
       01 WS-CAMPAGNE-LUE.
           05 WS-CL-CODE             PIC X(08).
           05 WS-CL-DATE             PIC 9(08).
           05 WS-CL-PROGRAMME        PIC X(10).
           05 WS-CL-OPERATEUR        PIC X(03).
           05 WS-CL-SELECTION        PIC X(40).

      *    Retour saisi et envoi correspondant
       01 WS-PERSONNE-SAISIE         PIC 9(05) VALUE 0.
       01 WS-ENVOI-TROUVE            PIC X.
       01 WS-RETOUR-TROUVE           PIC X.
       01 WS-NB-SAISIS               PIC 9(03) VALUE 0.

      *    Liste : campagnes chargees avec leurs comptes
       01 WS-TABLE-CAM.
           05 WS-CAM OCCURS 100 TIMES.
              10 WS-CAM-CODE         PIC X(08).
              10 WS-CAM-DATE         PIC 9(08).
              10 WS-CAM-PROGRAMME    PIC X(10).
              10 WS-CAM-SELECTION    PIC X(40).
              10 WS-CAM-ENVOIS       PIC 9(05).
              10 WS-CAM-RETOURS      PIC 9(05).
       77 WS-CAM-CAPACITE            PIC 9(03) VALUE 100.
       01 WS-NB-CAM                  PIC 9(03) VALUE 0.
       01 WS-IDX-CAM                 PIC 9(03) VALUE 1.
       01 WS-IDX-CAM-TROUVE          PIC 9(03) VALUE 0.
       01 WS-TROP-CAM                PIC X VALUE "N".

      *    Rapport : personnes revenues de la campagne, puis envois
      *    et retours cumules par ville (code postal et ville de
      *    l'envoi), tenus tries
       01 WS-TABLE-REV.
           05 WS-REV-PERSONNE OCCURS 1000 TIMES PIC 9(05).
       77 WS-REV-CAPACITE            PIC 9(04) VALUE 1000.
       01 WS-NB-REV                  PIC 9(04) VALUE 0.
       01 WS-IDX-REV                 PIC 9(04) VALUE 1.
       01 WS-TABLE-VIL.
           05 WS-VIL OCCURS 300 TIMES.
              10 WS-VIL-CLE.
                 15 WS-VIL-CP        PIC X(05).
                 15 WS-VIL-VILLE     PIC X(15).
              10 WS-VIL-ENVOIS       PIC 9(05).
              10 WS-VIL-RETOURS      PIC 9(05).
       77 WS-VIL-CAPACITE            PIC 9(03) VALUE 300.
       01 WS-NB-VIL                  PIC 9(03) VALUE 0.
       01 WS-IDX-VIL                 PIC 9(03) VALUE 1.
       01 WS-IDX-VIL-TROUVE          PIC 9(03) VALUE 0.
       01 WS-CLE-VILLE.
           05 WS-CLE-CP              PIC X(05).
           05 WS-CLE-VILLE-NOM       PIC X(15).
       01 WS-TROP-RAPPORT            PIC X VALUE "N".
       01 WS-TOTAL-ENVOIS            PIC 9(05) VALUE 0.
       01 WS-TOTAL-RETOURS           PIC 9(05) VALUE 0.
       01 WS-TAUX                    PIC 9(03)V9.
       01 WS-ENVOIS-CALC             PIC 9(05).
       01 WS-RETOURS-CALC            PIC 9(05).

      *    Zones d'edition
       01 WS-LIGNE-VILLE.
           05 WS-LV-CP               PIC X(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-LV-VILLE            PIC X(15).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LV-ENVOIS           PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LV-RETOURS          PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 WS-LV-TAUX             PIC ZZ9.9.
           05 FILLER                 PIC X(02) VALUE " %".
       01 WS-LIGNE-TRAVAIL           PIC X(80).

       77 WS-DATE-SYS                PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou pendant la saisie des retours
       01 WS-VER-ACTION              PIC X.
       01 WS-VER-FICHIER             PIC X(20).
       01 WS-VER-QUI                 PIC X(10).
       01 WS-VER-RESULTAT            PIC X.

      *    Operateur de la session (OPERATIONS ou Connexion) et
      *    images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "CAMPAGNES".
       01 WS-HPE-ACTION              PIC X     VALUE "M".
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "CAMPAGNES".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "campagne-rapport.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "CAMPAGNES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM UNTIL WS-CHOIX = 4
           DISPLAY "----- CAMPAGNES DE COURRIER -----"
           DISPLAY "1. Lister les campagnes"
           DISPLAY "2. Saisir des retours de courrier"
           DISPLAY "3. Rapport d'une campagne"
           DISPLAY "4. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-CAMPAGNES
               WHEN 2
                   PERFORM RETOURS-SOUS-VERROU
               WHEN 3
                   PERFORM RAPPORT-CAMPAGNE
                       THRU RAPPORT-CAMPAGNE-FIN
               WHEN 4
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Campagnes dans l'ordre du fichier, avec le nombre
      *    d'envois et de retours de chacune
       LISTER-CAMPAGNES.
           MOVE 0 TO WS-NB-CAM.
           MOVE "N" TO WS-TROP-CAM.
           OPEN INPUT CAMPAGNES-FICHIER.
           IF WS-CAMPAGNES-STATUS = "00"
               PERFORM UNTIL WS-CAMPAGNES-STATUS NOT = "00"
                   READ CAMPAGNES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CAM < WS-CAM-CAPACITE
                               ADD 1 TO WS-NB-CAM
                               MOVE F-CAM-CODE
                                   TO WS-CAM-CODE(WS-NB-CAM)
                               MOVE F-CAM-DATE
                                   TO WS-CAM-DATE(WS-NB-CAM)
                               MOVE F-CAM-PROGRAMME
                                   TO WS-CAM-PROGRAMME(WS-NB-CAM)
                               MOVE F-CAM-SELECTION
                                   TO WS-CAM-SELECTION(WS-NB-CAM)
                               MOVE 0 TO WS-CAM-ENVOIS(WS-NB-CAM)
                               MOVE 0 TO WS-CAM-RETOURS(WS-NB-CAM)
                           ELSE
                               MOVE "O" TO WS-TROP-CAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAGNES-FICHIER
           END-IF.
           IF WS-NB-CAM = 0
               DISPLAY "Aucune campagne enregistree."
           ELSE
               OPEN INPUT ENVOIS-FICHIER
               IF WS-ENVOIS-STATUS = "00"
                   PERFORM UNTIL WS-ENVOIS-STATUS NOT = "00"
                       READ ENVOIS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-ENV-CAMPAGNE TO WS-CODE-SAISI
                               PERFORM TROUVER-CAMPAGNE-TABLE
                               IF WS-IDX-CAM-TROUVE NOT = 0
                                   ADD 1 TO
                                       WS-CAM-ENVOIS(WS-IDX-CAM-TROUVE)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENVOIS-FICHIER
               END-IF
               OPEN INPUT RETOURS-FICHIER
               IF WS-RETOURS-STATUS = "00"
                   PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                       READ RETOURS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-RET-CAMPAGNE TO WS-CODE-SAISI
                               PERFORM TROUVER-CAMPAGNE-TABLE
                               IF WS-IDX-CAM-TROUVE NOT = 0
                                   ADD 1 TO
                                      WS-CAM-RETOURS(WS-IDX-CAM-TROUVE)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETOURS-FICHIER
               END-IF
               DISPLAY "CODE     DATE     PROGRAMME  ENVOIS RETOURS"
                       " SELECTION"
               PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                       UNTIL WS-IDX-CAM > WS-NB-CAM
                   DISPLAY WS-CAM-CODE(WS-IDX-CAM) " "
                           WS-CAM-DATE(WS-IDX-CAM) " "
                           WS-CAM-PROGRAMME(WS-IDX-CAM) " "
                           WS-CAM-ENVOIS(WS-IDX-CAM) "   "
                           WS-CAM-RETOURS(WS-IDX-CAM) " "
                           FUNCTION TRIM(WS-CAM-SELECTION(WS-IDX-CAM))
               END-PERFORM
               IF WS-TROP-CAM = "O"
                   DISPLAY "** Plus de " WS-CAM-CAPACITE
                           " campagnes : les suivantes ne sont pas "
                           "listees **"
               END-IF
           END-IF.

       TROUVER-CAMPAGNE-TABLE.
           MOVE 0 TO WS-IDX-CAM-TROUVE.
           PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-NB-CAM
                   OR WS-IDX-CAM-TROUVE NOT = 0
               IF WS-CAM-CODE(WS-IDX-CAM) = WS-CODE-SAISI
                   MOVE WS-IDX-CAM TO WS-IDX-CAM-TROUVE
               END-IF
           END-PERFORM.

      *    Demande le code de campagne et relit sa ligne dans
      *    campagnes.txt (WS-TROUVE, WS-CAMPAGNE-LUE)
       CHOISIR-CAMPAGNE.
           DISPLAY "Code de campagne : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT CAMPAGNES-FICHIER.
           IF WS-CAMPAGNES-STATUS = "00"
               PERFORM UNTIL WS-CAMPAGNES-STATUS NOT = "00"
                   READ CAMPAGNES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-CAM-CODE = WS-CODE-SAISI
                              AND WS-CODE-SAISI NOT = SPACES
                               MOVE "O" TO WS-TROUVE
                               MOVE F-CAMPAGNE TO WS-CAMPAGNE-LUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAGNES-FICHIER
           END-IF.
           IF WS-TROUVE = "N"
               DISPLAY "Campagne inconnue."
           END-IF.

      *    La saisie des retours reecrit le maitre : sous le verrou
      *    partage, au nom d'un operateur identifie
       RETOURS-SOUS-VERROU.
           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT = "O"
               PERFORM SAISIR-RETOURS THRU SAISIR-RETOURS-FIN
               PERFORM LIBERER-VERROU-PERSONNES
           END-IF.

       POSER-VERROU-PERSONNES.
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               DISPLAY "Mise a jour refusee : operateur non "
                       "identifie."
               MOVE "N" TO WS-VER-RESULTAT
               GO TO POSER-VERROU-PERSONNES-FIN
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "personnes.dat" TO WS-VER-FICHIER.
           MOVE "CAMPAGNES" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       POSER-VERROU-PERSONNES-FIN.
           EXIT.

       LIBERER-VERROU-PERSONNES.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.

      *    Retours d'une campagne, un numero de personne apres
      *    l'autre (pour un menage, le numero du chef porte sur
      *    l'envoi), jusqu'a un numero nul
       SAISIR-RETOURS.
           PERFORM CHOISIR-CAMPAGNE.
           IF WS-TROUVE = "N"
               GO TO SAISIR-RETOURS-FIN
           END-IF.
           MOVE 0 TO WS-NB-SAISIS.
           MOVE 1 TO WS-PERSONNE-SAISIE.
           PERFORM SAISIR-UN-RETOUR THRU SAISIR-UN-RETOUR-FIN
               UNTIL WS-PERSONNE-SAISIE = 0.
           DISPLAY "Retours saisis pour " WS-CODE-SAISI " : "
                   WS-NB-SAISIS.
       SAISIR-RETOURS-FIN.
           EXIT.

       SAISIR-UN-RETOUR.
           DISPLAY "Numero de la personne revenue (0 = fin) : ".
           ACCEPT WS-PERSONNE-SAISIE.
           IF WS-PERSONNE-SAISIE = 0
               GO TO SAISIR-UN-RETOUR-FIN
           END-IF.
           PERFORM CHERCHER-ENVOI.
           IF WS-ENVOI-TROUVE = "N"
               DISPLAY "Aucun envoi de cette campagne a la personne "
                       WS-PERSONNE-SAISIE " (pour un menage, saisir "
                       "le numero du chef)."
               GO TO SAISIR-UN-RETOUR-FIN
           END-IF.
           PERFORM CHERCHER-RETOUR.
           IF WS-RETOUR-TROUVE = "O"
               DISPLAY "Retour deja saisi pour cette personne."
               GO TO SAISIR-UN-RETOUR-FIN
           END-IF.

           OPEN EXTEND RETOURS-FICHIER.
           IF WS-RETOURS-STATUS NOT = "00"
               OPEN OUTPUT RETOURS-FICHIER
           END-IF.
           IF WS-RETOURS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire campagnes-retours.txt"
               GO TO SAISIR-UN-RETOUR-FIN
           END-IF.
           MOVE WS-CODE-SAISI        TO F-RET-CAMPAGNE.
           MOVE WS-PERSONNE-SAISIE   TO F-RET-PERSONNE.
           MOVE WS-DATE-SYS          TO F-RET-DATE.
           MOVE WS-OPERATEUR-COURANT TO F-RET-OPERATEUR.
           WRITE F-RETOUR.
           CLOSE RETOURS-FICHIER.
           ADD 1 TO WS-NB-SAISIS.
           PERFORM MARQUER-PERSONNE.
       SAISIR-UN-RETOUR-FIN.
           EXIT.

       CHERCHER-ENVOI.
           MOVE "N" TO WS-ENVOI-TROUVE.
           OPEN INPUT ENVOIS-FICHIER.
           IF WS-ENVOIS-STATUS = "00"
               PERFORM UNTIL WS-ENVOIS-STATUS NOT = "00"
                       OR WS-ENVOI-TROUVE = "O"
                   READ ENVOIS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ENV-CAMPAGNE = WS-CODE-SAISI
                              AND F-ENV-PERSONNE = WS-PERSONNE-SAISIE
                               MOVE "O" TO WS-ENVOI-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVOIS-FICHIER
           END-IF.

       CHERCHER-RETOUR.
           MOVE "N" TO WS-RETOUR-TROUVE.
           OPEN INPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                       OR WS-RETOUR-TROUVE = "O"
                   READ RETOURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RET-CAMPAGNE = WS-CODE-SAISI
                              AND F-RET-PERSONNE = WS-PERSONNE-SAISIE
                               MOVE "O" TO WS-RETOUR-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETOURS-FICHIER
           END-IF.

      *    Drapeau de retour pose sur la personne et historise ;
      *    une personne deja marquee ne change pas
       MARQUER-PERSONNE.
           OPEN I-O FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ") : personne non marquee"
           ELSE
               MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       DISPLAY "Personne absente du maitre : retour "
                               "note sans marquage."
                   NOT INVALID KEY
                       IF F-PER-NPAI = "O"
                           DISPLAY "Retour note ; "
                                   FUNCTION TRIM(F-PER-PRENOM) " "
                                   FUNCTION TRIM(F-PER-NOM)
                                   " etait deja en retour."
                       ELSE
                           MOVE F-PERSONNE TO WS-HPE-AVANT
                           MOVE "O" TO F-PER-NPAI
                           REWRITE F-PERSONNE
                               INVALID KEY
                                   DISPLAY "** Reecriture impossible **"
                               NOT INVALID KEY
                                   DISPLAY "Retour note : "
                                       FUNCTION TRIM(F-PER-PRENOM) " "
                                       FUNCTION TRIM(F-PER-NOM)
                                       " sortie des tirages."
                                   MOVE F-PERSONNE TO WS-HPE-APRES
                                   CALL "HistoPersonne" USING
                                       WS-HPE-PROGRAMME WS-HPE-ACTION
                                       WS-HPE-AVANT WS-HPE-APRES
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE FICHIER-P
           END-IF.

      *    Rapport d'une campagne : retours charges, puis envois
      *    cumules par ville avec le taux de retour de chacune
       RAPPORT-CAMPAGNE.
           PERFORM CHOISIR-CAMPAGNE.
           IF WS-TROUVE = "N"
               GO TO RAPPORT-CAMPAGNE-FIN
           END-IF.
           MOVE "N" TO WS-TROP-RAPPORT.
           MOVE 0 TO WS-NB-REV WS-NB-VIL WS-TOTAL-ENVOIS
                     WS-TOTAL-RETOURS.
           OPEN INPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                   READ RETOURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RET-CAMPAGNE = WS-CODE-SAISI
                               IF WS-NB-REV < WS-REV-CAPACITE
                                   ADD 1 TO WS-NB-REV
                                   MOVE F-RET-PERSONNE
                                       TO WS-REV-PERSONNE(WS-NB-REV)
                               ELSE
                                   MOVE "O" TO WS-TROP-RAPPORT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETOURS-FICHIER
           END-IF.
           OPEN INPUT ENVOIS-FICHIER.
           IF WS-ENVOIS-STATUS = "00"
               PERFORM UNTIL WS-ENVOIS-STATUS NOT = "00"
                   READ ENVOIS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ENV-CAMPAGNE = WS-CODE-SAISI
                               PERFORM CUMULER-ENVOI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVOIS-FICHIER
           END-IF.

           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire campagne-rapport.txt"
               GO TO RAPPORT-CAMPAGNE-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "RAPPORT DE LA CAMPAGNE " WS-CL-CODE
                  " DU " WS-CL-DATE
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "Tirage " WS-CL-PROGRAMME " par " WS-CL-OPERATEUR
                  " : " WS-CL-SELECTION
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "CP    VILLE            ENVOIS  RETOURS     TAUX"
               TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-VIL FROM 1 BY 1
                   UNTIL WS-IDX-VIL > WS-NB-VIL
               MOVE WS-VIL-CP(WS-IDX-VIL) TO WS-LV-CP
               MOVE WS-VIL-VILLE(WS-IDX-VIL) TO WS-LV-VILLE
               MOVE WS-VIL-ENVOIS(WS-IDX-VIL) TO WS-ENVOIS-CALC
               MOVE WS-VIL-RETOURS(WS-IDX-VIL) TO WS-RETOURS-CALC
               PERFORM ECRIRE-LIGNE-VILLE
           END-PERFORM.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "TOTAL" TO WS-LV-CP.
           MOVE SPACES TO WS-LV-VILLE.
           MOVE WS-TOTAL-ENVOIS TO WS-ENVOIS-CALC.
           MOVE WS-TOTAL-RETOURS TO WS-RETOURS-CALC.
           PERFORM ECRIRE-LIGNE-VILLE.
           IF WS-TROP-RAPPORT = "O"
               MOVE "** Capacite du rapport depassee : chiffres "
                   & "incomplets **" TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Envois : " WS-TOTAL-ENVOIS
                   " - retours : " WS-TOTAL-RETOURS
                   " (voir campagne-rapport.txt)".
       RAPPORT-CAMPAGNE-FIN.
           EXIT.

      *    Un envoi de la campagne : compte dans sa ville (inseree a
      *    sa place si nouvelle), et en retour si la personne figure
      *    parmi les retours saisis
       CUMULER-ENVOI.
           MOVE F-ENV-CP TO WS-CLE-CP.
           MOVE FUNCTION UPPER-CASE(F-ENV-VILLE) TO WS-CLE-VILLE-NOM.
           MOVE 0 TO WS-IDX-VIL-TROUVE.
           PERFORM VARYING WS-IDX-VIL FROM 1 BY 1
                   UNTIL WS-IDX-VIL > WS-NB-VIL
                   OR WS-IDX-VIL-TROUVE NOT = 0
               IF WS-VIL-CLE(WS-IDX-VIL) = WS-CLE-VILLE
                   MOVE WS-IDX-VIL TO WS-IDX-VIL-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-VIL-TROUVE = 0
               IF WS-NB-VIL < WS-VIL-CAPACITE
                   PERFORM INSERER-VILLE
               ELSE
                   MOVE "O" TO WS-TROP-RAPPORT
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-ENVOIS.
           MOVE "N" TO WS-RETOUR-TROUVE.
           PERFORM VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV > WS-NB-REV
                   OR WS-RETOUR-TROUVE = "O"
               IF WS-REV-PERSONNE(WS-IDX-REV) = F-ENV-PERSONNE
                   MOVE "O" TO WS-RETOUR-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RETOUR-TROUVE = "O"
               ADD 1 TO WS-TOTAL-RETOURS
           END-IF.
           IF WS-IDX-VIL-TROUVE NOT = 0
               ADD 1 TO WS-VIL-ENVOIS(WS-IDX-VIL-TROUVE)
               IF WS-RETOUR-TROUVE = "O"
                   ADD 1 TO WS-VIL-RETOURS(WS-IDX-VIL-TROUVE)
               END-IF
           END-IF.

      *    Nouvelle ville inseree dans l'ordre du code postal puis
      *    du nom ; WS-IDX-VIL-TROUVE rend sa place
       INSERER-VILLE.
           PERFORM VARYING WS-IDX-VIL FROM 1 BY 1
                   UNTIL WS-IDX-VIL > WS-NB-VIL
                   OR WS-IDX-VIL-TROUVE NOT = 0
               IF WS-VIL-CLE(WS-IDX-VIL) > WS-CLE-VILLE
                   MOVE WS-IDX-VIL TO WS-IDX-VIL-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-VIL-TROUVE = 0
               COMPUTE WS-IDX-VIL-TROUVE = WS-NB-VIL + 1
           END-IF.
           PERFORM VARYING WS-IDX-VIL FROM WS-NB-VIL BY -1
                   UNTIL WS-IDX-VIL < WS-IDX-VIL-TROUVE
               MOVE WS-VIL(WS-IDX-VIL) TO WS-VIL(WS-IDX-VIL + 1)
           END-PERFORM.
           MOVE WS-CLE-VILLE TO WS-VIL-CLE(WS-IDX-VIL-TROUVE).
           MOVE 0 TO WS-VIL-ENVOIS(WS-IDX-VIL-TROUVE).
           MOVE 0 TO WS-VIL-RETOURS(WS-IDX-VIL-TROUVE).
           ADD 1 TO WS-NB-VIL.

      *    Ligne de ville (ou de total) avec son taux de retour
       ECRIRE-LIGNE-VILLE.
           MOVE WS-ENVOIS-CALC TO WS-LV-ENVOIS.
           MOVE WS-RETOURS-CALC TO WS-LV-RETOURS.
           IF WS-ENVOIS-CALC = 0
               MOVE 0 TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED =
                   WS-RETOURS-CALC * 100 / WS-ENVOIS-CALC
           END-IF.
           MOVE WS-TAUX TO WS-LV-TAUX.
           MOVE WS-LIGNE-VILLE TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
