       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-NUM.
      * Fusion de deux numeros du maitre personnes.dat qui designent
      * la meme personne (paires sorties par DOUBLONS-PHON ou par le
      * rapport de doublons de LIRE-NOMS) : le survivant garde son
      * numero, son nom et son prenom ; les deux fiches sont
      * affichees cote a cote et l'operateur choisit pour chaque
      * champ (adresse, telephone, genre, date de naissance) la
      * valeur a garder. Tous les liens du doublon sont repointes
      * sur le survivant : menages.txt, la table de correspondance
      * clients-personnes.txt, parents-eleves.txt et l'historique
      * des campagnes (campagnes-envois.txt, campagnes-retours.txt)
      * - un lien que le survivant a deja est retire au lieu d'etre
      * double. Le doublon part dans personnes-archives.txt avec
      * l'etat F (fusionne) et quitte le maitre.
      * Chaque fusion est consignee dans fusions-personnes.txt
      * (FusionPersonne.cpy) avec l'image du survivant avant la
      * fusion et chaque lien repointe, ce qui permet le rapport des
      * fusions (fusions-rapport.txt) et l'annulation d'une fusion :
      * le doublon revient au maitre, ses liens lui sont rendus et
      * le survivant retrouve ses valeurs d'avant.
      * Fusion et annulation passent sous le verrou partage du
      * maitre (Verrou) et laissent l'image avant et l'image apres
      * des deux personnes dans personnes-histo.txt (HistoPersonne),
      * au nom de l'operateur identifie (Connexion).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT ARCHIVES-FICHIER ASSIGN TO "personnes-archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVES-STATUS.

           SELECT MENAGES-FICHIER ASSIGN TO "menages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENAGES-STATUS.

           SELECT XREF-FICHIER ASSIGN TO "clients-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

           SELECT ENVOIS-FICHIER ASSIGN TO "campagnes-envois.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVOIS-STATUS.

           SELECT RETOURS-FICHIER ASSIGN TO "campagnes-retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETOURS-STATUS.

           SELECT FUSIONS-FICHIER ASSIGN TO "fusions-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSIONS-STATUS.

      *    Fichier de travail des lignes repointees, recopie sur le
      *    fichier d'origine (CIBLE-FICHIER) quand il a ete ecrit
      *    en entier
           SELECT TRAVAIL-FICHIER ASSIGN TO "fusion-travail.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

           SELECT CIBLE-FICHIER ASSIGN TO WS-NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIBLE-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "fusions-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  ARCHIVES-FICHIER.
       01  F-ARCHIVE                 PIC X(120).

      *    Meme decoupage que F-MENAGE dans gere-menages.cbl
       FD  MENAGES-FICHIER.
       01  F-MENAGE.
           05 F-MEN-NUMERO           PIC 9(04).
           05 F-MEN-PERSONNE         PIC 9(05).
           05 F-MEN-CHEF             PIC X.

      *    Meme decoupage que F-XREF dans rapproche-clients.cbl
       FD  XREF-FICHIER.
       01  F-XREF.
           05 F-XRF-CLIENT           PIC 9(05).
           05 F-XRF-PERSONNE         PIC 9(05).
           05 F-XRF-QUALITE          PIC X.

       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

       FD  ENVOIS-FICHIER.
           COPY "CampagneEnvoi.cpy".

       FD  RETOURS-FICHIER.
           COPY "CampagneRetour.cpy".

       FD  FUSIONS-FICHIER.
           COPY "FusionPersonne.cpy".

       FD  TRAVAIL-FICHIER.
       01  F-LIGNE-TRAVAIL           PIC X(40).

       FD  CIBLE-FICHIER.
       01  F-LIGNE-CIBLE             PIC X(40).

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-ARCHIVES-STATUS         PIC XX.
       01 WS-MENAGES-STATUS          PIC XX.
       01 WS-XREF-STATUS             PIC XX.
       01 WS-LIENS-STATUS            PIC XX.
       01 WS-ENVOIS-STATUS           PIC XX.
       01 WS-RETOURS-STATUS          PIC XX.
       01 WS-FUSIONS-STATUS          PIC XX.
       01 WS-TRAVAIL-STATUS          PIC XX.
       01 WS-CIBLE-STATUS            PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-CONFIRME                PIC X.
       01 WS-GARDER                  PIC X.
       01 WS-TROUVE                  PIC X.

       01 WS-NOM-CIBLE               PIC X(30).
       01 WS-TRAVAIL-OK              PIC X.
       01 WS-NB-FICHIER              PIC 9(05) VALUE 0.
       01 WS-NB-LIENS                PIC 9(05) VALUE 0.
       01 WS-NB-ERREURS              PIC 9(03) VALUE 0.

      *    Les deux fiches, decoupees comme PersonneMaitre.cpy
       01 WS-SURVIVANT               PIC 9(05) VALUE 0.
       01 WS-DOUBLON                 PIC 9(05) VALUE 0.
       01 WS-SUR.
           05 WS-SUR-NUMERO          PIC 9(05).
           05 WS-SUR-NOM             PIC X(15).
           05 WS-SUR-PRENOM          PIC X(15).
           05 WS-SUR-DATTE           PIC X(15).
           05 WS-SUR-ADRESSE         PIC X(25).
           05 WS-SUR-CP              PIC X(05).
           05 WS-SUR-VILLE           PIC X(15).
           05 WS-SUR-TEL             PIC X(12).
           05 WS-SUR-ETAT            PIC X.
           05 WS-SUR-DATE-ETAT       PIC 9(08).
           05 WS-SUR-GENRE           PIC X.
           05 WS-SUR-NPAI            PIC X.
           05 FILLER                 PIC X(02).
       01 WS-DBL.
           05 WS-DBL-NUMERO          PIC 9(05).
           05 WS-DBL-NOM             PIC X(15).
           05 WS-DBL-PRENOM          PIC X(15).
           05 WS-DBL-DATTE           PIC X(15).
           05 WS-DBL-ADRESSE         PIC X(25).
           05 WS-DBL-CP              PIC X(05).
           05 WS-DBL-VILLE           PIC X(15).
           05 WS-DBL-TEL             PIC X(12).
           05 WS-DBL-ETAT            PIC X.
           05 WS-DBL-DATE-ETAT       PIC 9(08).
           05 WS-DBL-GENRE           PIC X.
           05 WS-DBL-NPAI            PIC X.
           05 FILLER                 PIC X(02).
      *    Fiche du survivant apres les choix de l'operateur
       01 WS-NOUVEAU                 PIC X(120).
       01 WS-NOUVEAU-VUE REDEFINES WS-NOUVEAU.
           05 FILLER                 PIC X(35).
           05 WS-NOU-DATTE           PIC X(15).
           05 WS-NOU-ADRESSE         PIC X(25).
           05 WS-NOU-CP              PIC X(05).
           05 WS-NOU-VILLE           PIC X(15).
           05 WS-NOU-TEL             PIC X(12).
           05 FILLER                 PIC X(09).
           05 WS-NOU-GENRE           PIC X.
           05 WS-NOU-NPAI            PIC X.
           05 FILLER                 PIC X(02).

      *    Numero de la fusion en cours ou a annuler
       01 WS-NUMERO-FUSION           PIC 9(04) VALUE 0.
       01 WS-DERNIER-NUMERO          PIC 9(04) VALUE 0.
       01 WS-FUSION-ANNULEE          PIC X.

      *    Cles que le survivant a deja dans le fichier en cours
      *    (menage, client, eleve ou campagne) : le meme lien du
      *    doublon est retire au lieu d'etre double
       01 WS-TABLE-CLES.
           05 WS-CLE OCCURS 100 TIMES PIC X(08).
       77 WS-CLE-CAPACITE            PIC 9(03) VALUE 100.
       01 WS-NB-CLES                 PIC 9(03) VALUE 0.
       01 WS-IDX-CLE                 PIC 9(03) VALUE 1.
       01 WS-CLE-COURANTE            PIC X(08).
       01 WS-CLE-TROUVEE             PIC X.

      *    Ligne en cours de repointage et sa version repointee
       01 WS-LIGNE-AVANT             PIC X(40).
       01 WS-LIGNE-APRES             PIC X(40).
       01 WS-FICHIER-CODE            PIC X.

      *    Annulation : liens de la fusion relus du journal
       01 WS-TABLE-LIENS.
           05 WS-LIEN OCCURS 300 TIMES.
              10 WS-LIEN-FICHIER     PIC X.
              10 WS-LIEN-AVANT       PIC X(40).
              10 WS-LIEN-APRES       PIC X(40).
              10 WS-LIEN-FAIT        PIC X.
       77 WS-LIEN-CAPACITE           PIC 9(03) VALUE 300.
       01 WS-NB-LIENS-FUSION         PIC 9(03) VALUE 0.
       01 WS-IDX-LIEN                PIC 9(03) VALUE 1.
       01 WS-IDX-LIEN-TROUVE         PIC 9(03) VALUE 0.
       01 WS-TROP-LIENS              PIC X VALUE "N".
       01 WS-IMAGE-AVANT             PIC X(120).
       01 WS-IMAGE-AVANT-VUE REDEFINES WS-IMAGE-AVANT.
           05 FILLER                 PIC X(35).
           05 WS-AVT-DATTE           PIC X(15).
           05 WS-AVT-ADRESSE         PIC X(25).
           05 WS-AVT-CP              PIC X(05).
           05 WS-AVT-VILLE           PIC X(15).
           05 WS-AVT-TEL             PIC X(12).
           05 FILLER                 PIC X(09).
           05 WS-AVT-GENRE           PIC X.
           05 WS-AVT-NPAI            PIC X.
           05 FILLER                 PIC X(02).
       01 WS-NB-INTROUVABLES         PIC 9(03) VALUE 0.

      *    Archive chargee pour rendre le doublon au maitre
       01 WS-TABLE-ARC.
           05 WS-ARC OCCURS 500 TIMES PIC X(120).
       77 WS-ARC-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-ARC-VUE.
           05 WS-ARC-NUMERO          PIC 9(05).
           05 FILLER                 PIC X(102).
           05 WS-ARC-ETAT            PIC X.
           05 WS-ARC-DATE-ETAT       PIC 9(08).
           05 FILLER                 PIC X(04).
       01 WS-NB-ARC                  PIC 9(03) VALUE 0.
       01 WS-IDX-ARC                 PIC 9(03) VALUE 1.
       01 WS-IDX-ARC-TROUVE          PIC 9(03) VALUE 0.
       01 WS-TROP-ARC                PIC X VALUE "N".

      *    Rapport : fusions annulees, relues en premier
       01 WS-TABLE-ANNULEES.
           05 WS-ANN-NUMERO OCCURS 500 TIMES PIC 9(04).
           05 WS-ANN-DATE   OCCURS 500 TIMES PIC 9(08).
       77 WS-ANN-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-NB-ANN                  PIC 9(03) VALUE 0.
       01 WS-IDX-ANN                 PIC 9(03) VALUE 1.
       01 WS-FUSION-EN-COURS         PIC X VALUE "N".
       01 WS-NB-FUSIONS              PIC 9(04) VALUE 0.
       01 WS-LIGNE-FUSION.
           05 WS-LF-NUMERO           PIC 9(04).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-LF-DATE             PIC 9(08).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-LF-OPERATEUR        PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LF-SURVIVANT        PIC 9(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LF-DOUBLON          PIC 9(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-LF-NOM              PIC X(30).
           05 WS-LF-LIENS            PIC ZZ9.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-LF-ETAT             PIC X(20).
       01 WS-LIGNE-TRAVAIL           PIC X(90).

       77 WS-DATE-SYS                PIC 9(8).
       77 WS-HEURE-SYS               PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou pendant une fusion ou une annulation
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
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "FUSION-NUM".
       01 WS-HPE-ACTION              PIC X.
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "FUSION-NUM".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "fusions-rapport.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "FUSION-NUM" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM UNTIL WS-CHOIX = 4
           DISPLAY "----- FUSION DE NUMEROS DE PERSONNE -----"
           DISPLAY "1. Fusionner un doublon dans un survivant"
           DISPLAY "2. Annuler une fusion"
           DISPLAY "3. Rapport des fusions"
           DISPLAY "4. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM FUSIONNER THRU FUSIONNER-FIN
               WHEN 2
                   PERFORM ANNULER-FUSION THRU ANNULER-FUSION-FIN
               WHEN 3
                   PERFORM RAPPORT-FUSIONS THRU RAPPORT-FUSIONS-FIN
               WHEN 4
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

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
           MOVE "FUSION-NUM" TO WS-VER-QUI.
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

      *----------------------------------------------------------------
      *    FUSION
      *----------------------------------------------------------------
       FUSIONNER.
           DISPLAY "Numero du survivant : ".
           ACCEPT WS-SURVIVANT.
           DISPLAY "Numero du doublon   : ".
           ACCEPT WS-DOUBLON.
           IF WS-SURVIVANT = WS-DOUBLON OR WS-SURVIVANT = 0
              OR WS-DOUBLON = 0
               DISPLAY "Deux numeros differents sont attendus."
               GO TO FUSIONNER-FIN
           END-IF.
           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO FUSIONNER-FIN
           END-IF.

           PERFORM LIRE-DEUX-FICHES.
           IF WS-TROUVE = "N"
               PERFORM LIBERER-VERROU-PERSONNES
               GO TO FUSIONNER-FIN
           END-IF.
           PERFORM AFFICHER-DEUX-FICHES.
           PERFORM CHOISIR-CHAMPS.
           DISPLAY "Fusionner " WS-DOUBLON " dans " WS-SURVIVANT
                   " ? (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "Fusion abandonnee."
               PERFORM LIBERER-VERROU-PERSONNES
               GO TO FUSIONNER-FIN
           END-IF.

           PERFORM CHERCHER-DERNIER-NUMERO.
           ADD 1 TO WS-DERNIER-NUMERO GIVING WS-NUMERO-FUSION.
           OPEN EXTEND FUSIONS-FICHIER.
           IF WS-FUSIONS-STATUS NOT = "00"
               OPEN OUTPUT FUSIONS-FICHIER
           END-IF.
           IF WS-FUSIONS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire fusions-personnes.txt : "
                       "fusion abandonnee"
               PERFORM LIBERER-VERROU-PERSONNES
               GO TO FUSIONNER-FIN
           END-IF.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE "F" TO F-FUS-TYPE.
           PERFORM PREPARER-LIGNE-JOURNAL.
           MOVE SPACES TO F-FUS-NOM-DOUBLON.
           STRING FUNCTION TRIM(WS-DBL-NOM) " "
                  FUNCTION TRIM(WS-DBL-PRENOM)
               DELIMITED BY SIZE INTO F-FUS-NOM-DOUBLON.
           MOVE WS-SUR TO F-FUS-DETAIL.
           WRITE F-FUSION.

           MOVE 0 TO WS-NB-LIENS WS-NB-ERREURS.
           PERFORM REPOINTER-MENAGES THRU REPOINTER-MENAGES-FIN.
           PERFORM REPOINTER-XREF THRU REPOINTER-XREF-FIN.
           PERFORM REPOINTER-LIENS THRU REPOINTER-LIENS-FIN.
           PERFORM REPOINTER-ENVOIS THRU REPOINTER-ENVOIS-FIN.
           PERFORM REPOINTER-RETOURS THRU REPOINTER-RETOURS-FIN.
           CLOSE FUSIONS-FICHIER.

           PERFORM REECRIRE-SURVIVANT.
           PERFORM ARCHIVER-DOUBLON.
           PERFORM LIBERER-VERROU-PERSONNES.
           DISPLAY "Fusion " WS-NUMERO-FUSION " : " WS-DOUBLON
                   " fusionne dans " WS-SURVIVANT ", " WS-NB-LIENS
                   " lien(s) repointe(s) ou retire(s).".
           IF WS-NB-ERREURS > 0
               DISPLAY "** " WS-NB-ERREURS " fichier(s) de liens non "
                       "repointe(s) : voir les messages ci-dessus **"
           END-IF.
       FUSIONNER-FIN.
           EXIT.

      *    Les deux fiches lues sous le verrou ; WS-TROUVE a N si
      *    l'une manque
       LIRE-DEUX-FICHES.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ")"
           ELSE
               MOVE WS-SURVIVANT TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       DISPLAY "Survivant " WS-SURVIVANT
                               " absent du maitre."
                   NOT INVALID KEY
                       MOVE F-PERSONNE TO WS-SUR
                       MOVE WS-DOUBLON TO F-PER-NUMERO
                       READ FICHIER-P
                           INVALID KEY
                               DISPLAY "Doublon " WS-DOUBLON
                                       " absent du maitre."
                           NOT INVALID KEY
                               MOVE F-PERSONNE TO WS-DBL
                               MOVE "O" TO WS-TROUVE
                       END-READ
               END-READ
               CLOSE FICHIER-P
           END-IF.

       AFFICHER-DEUX-FICHES.
           DISPLAY "              SURVIVANT " WS-SURVIVANT
                   "            | DOUBLON " WS-DOUBLON.
           DISPLAY "Nom         : " WS-SUR-NOM "          | "
                   WS-DBL-NOM.
           DISPLAY "Prenom      : " WS-SUR-PRENOM "          | "
                   WS-DBL-PRENOM.
           DISPLAY "1 Adresse   : " WS-SUR-ADRESSE " | "
                   WS-DBL-ADRESSE.
           DISPLAY "            : " WS-SUR-CP " " WS-SUR-VILLE
                   "     | " WS-DBL-CP " " WS-DBL-VILLE.
           DISPLAY "2 Telephone : " WS-SUR-TEL "             | "
                   WS-DBL-TEL.
           DISPLAY "3 Genre     : " WS-SUR-GENRE
                   "                         | " WS-DBL-GENRE.
           DISPLAY "4 Naissance : " WS-SUR-DATTE "          | "
                   WS-DBL-DATTE.

      *    Pour chaque champ different, la valeur gardee (S =
      *    survivant, par defaut, D = doublon) ; l'adresse va avec
      *    son code postal, sa ville et son drapeau de retour
       CHOISIR-CHAMPS.
           MOVE WS-SUR TO WS-NOUVEAU.
           IF WS-SUR-ADRESSE NOT = WS-DBL-ADRESSE
              OR WS-SUR-CP NOT = WS-DBL-CP
              OR WS-SUR-VILLE NOT = WS-DBL-VILLE
               DISPLAY "Adresse a garder (S/D) : "
               PERFORM SAISIR-GARDER
               IF WS-GARDER = "D"
                   MOVE WS-DBL-ADRESSE TO WS-NOU-ADRESSE
                   MOVE WS-DBL-CP      TO WS-NOU-CP
                   MOVE WS-DBL-VILLE   TO WS-NOU-VILLE
                   MOVE WS-DBL-NPAI    TO WS-NOU-NPAI
               END-IF
           END-IF.
           IF WS-SUR-TEL NOT = WS-DBL-TEL
               DISPLAY "Telephone a garder (S/D) : "
               PERFORM SAISIR-GARDER
               IF WS-GARDER = "D"
                   MOVE WS-DBL-TEL TO WS-NOU-TEL
               END-IF
           END-IF.
           IF WS-SUR-GENRE NOT = WS-DBL-GENRE
               DISPLAY "Genre a garder (S/D) : "
               PERFORM SAISIR-GARDER
               IF WS-GARDER = "D"
                   MOVE WS-DBL-GENRE TO WS-NOU-GENRE
               END-IF
           END-IF.
           IF WS-SUR-DATTE NOT = WS-DBL-DATTE
               DISPLAY "Date de naissance a garder (S/D) : "
               PERFORM SAISIR-GARDER
               IF WS-GARDER = "D"
                   MOVE WS-DBL-DATTE TO WS-NOU-DATTE
               END-IF
           END-IF.

       SAISIR-GARDER.
           ACCEPT WS-GARDER.
           MOVE FUNCTION UPPER-CASE(WS-GARDER) TO WS-GARDER.
           IF WS-GARDER NOT = "D"
               MOVE "S" TO WS-GARDER
           END-IF.

      *    Plus grand numero de fusion du journal
       CHERCHER-DERNIER-NUMERO.
           MOVE 0 TO WS-DERNIER-NUMERO.
           OPEN INPUT FUSIONS-FICHIER.
           IF WS-FUSIONS-STATUS = "00"
               PERFORM UNTIL WS-FUSIONS-STATUS NOT = "00"
                   READ FUSIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-FUS-NUMERO > WS-DERNIER-NUMERO
                               MOVE F-FUS-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUSIONS-FICHIER
           END-IF.

      *    Zones communes d'une ligne du journal (type pose par
      *    l'appelant)
       PREPARER-LIGNE-JOURNAL.
           MOVE WS-NUMERO-FUSION     TO F-FUS-NUMERO.
           MOVE WS-DATE-SYS          TO F-FUS-DATE.
           MOVE WS-HEURE-SYS(1:6)    TO F-FUS-HEURE.
           MOVE WS-OPERATEUR-COURANT TO F-FUS-OPERATEUR.
           MOVE WS-SURVIVANT         TO F-FUS-SURVIVANT.
           MOVE WS-DOUBLON           TO F-FUS-DOUBLON.
           MOVE SPACES               TO F-FUS-NOM-DOUBLON.
           MOVE SPACES               TO F-FUS-DETAIL.

      *    Lien repointe (WS-LIGNE-APRES a blanc : lien retire)
      *    consigne au journal
       CONSIGNER-LIEN.
           MOVE "L" TO F-FUS-TYPE.
           PERFORM PREPARER-LIGNE-JOURNAL.
           MOVE WS-FICHIER-CODE TO F-FUS-FICHIER.
           MOVE WS-LIGNE-AVANT  TO F-FUS-AVANT.
           MOVE WS-LIGNE-APRES  TO F-FUS-APRES.
           WRITE F-FUSION.
           ADD 1 TO WS-NB-LIENS.

      *    WS-CLE-TROUVEE a O si WS-CLE-COURANTE est deja un lien
      *    du survivant ; AJOUTER-CLE l'y range
       CHERCHER-CLE.
           MOVE "N" TO WS-CLE-TROUVEE.
           PERFORM VARYING WS-IDX-CLE FROM 1 BY 1
                   UNTIL WS-IDX-CLE > WS-NB-CLES
                   OR WS-CLE-TROUVEE = "O"
               IF WS-CLE(WS-IDX-CLE) = WS-CLE-COURANTE
                   MOVE "O" TO WS-CLE-TROUVEE
               END-IF
           END-PERFORM.

       AJOUTER-CLE.
           IF WS-NB-CLES < WS-CLE-CAPACITE
               ADD 1 TO WS-NB-CLES
               MOVE WS-CLE-COURANTE TO WS-CLE(WS-NB-CLES)
           END-IF.

      *    Ouverture du fichier de travail pour WS-NOM-CIBLE
       OUVRIR-TRAVAIL.
           MOVE 0 TO WS-NB-FICHIER.
           MOVE "N" TO WS-TRAVAIL-OK.
           OPEN OUTPUT TRAVAIL-FICHIER.
           IF WS-TRAVAIL-STATUS = "00"
               MOVE "O" TO WS-TRAVAIL-OK
           ELSE
               DISPLAY "Impossible d'ecrire fusion-travail.tmp : "
                       FUNCTION TRIM(WS-NOM-CIBLE) " non traite"
               ADD 1 TO WS-NB-ERREURS
           END-IF.

      *    Recopie du fichier de travail sur WS-NOM-CIBLE quand une
      *    ligne au moins a change
       RECOPIER-TRAVAIL.
           IF WS-TRAVAIL-OK = "O" AND WS-NB-FICHIER > 0
               OPEN INPUT TRAVAIL-FICHIER
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   DISPLAY "Impossible de reecrire "
                           FUNCTION TRIM(WS-NOM-CIBLE)
                   ADD 1 TO WS-NB-ERREURS
               ELSE
                   PERFORM UNTIL WS-TRAVAIL-STATUS NOT = "00"
                       READ TRAVAIL-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-LIGNE-TRAVAIL TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE CIBLE-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
           END-IF.

      *    Lignes du doublon dans menages.txt : passees au survivant,
      *    ou retirees s'il est deja du menage
       REPOINTER-MENAGES.
           MOVE "menages.txt" TO WS-NOM-CIBLE.
           MOVE "M" TO WS-FICHIER-CODE.
           MOVE 0 TO WS-NB-CLES.
           OPEN INPUT MENAGES-FICHIER.
           IF WS-MENAGES-STATUS = "00"
               PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
                   READ MENAGES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MEN-PERSONNE = WS-SURVIVANT
                               MOVE F-MEN-NUMERO TO WS-CLE-COURANTE
                               PERFORM AJOUTER-CLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENAGES-FICHIER
           ELSE
               GO TO REPOINTER-MENAGES-FIN
           END-IF.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "N"
               GO TO REPOINTER-MENAGES-FIN
           END-IF.
           OPEN INPUT MENAGES-FICHIER.
           PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
               READ MENAGES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-MEN-PERSONNE = WS-DOUBLON
                           MOVE F-MENAGE TO WS-LIGNE-AVANT
                           MOVE F-MEN-NUMERO TO WS-CLE-COURANTE
                           PERFORM CHERCHER-CLE
                           IF WS-CLE-TROUVEE = "O"
                               MOVE SPACES TO WS-LIGNE-APRES
                               IF F-MEN-CHEF = "O"
                                   DISPLAY "Menage " F-MEN-NUMERO
                                           " : le doublon en etait le "
                                           "chef, a revoir dans "
                                           "GERE-MENAGES."
                               END-IF
                           ELSE
                               MOVE WS-SURVIVANT TO F-MEN-PERSONNE
                               MOVE F-MENAGE TO WS-LIGNE-APRES
                               MOVE F-MENAGE TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                               IF WS-NB-CLES > 0
                                   DISPLAY "Le survivant est desormais "
                                           "dans plusieurs menages, a "
                                           "revoir dans GERE-MENAGES."
                               END-IF
                           END-IF
                           PERFORM CONSIGNER-LIEN
                           ADD 1 TO WS-NB-FICHIER
                       ELSE
                           MOVE F-MENAGE TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENAGES-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           PERFORM RECOPIER-TRAVAIL.
       REPOINTER-MENAGES-FIN.
           EXIT.

      *    Correspondance client/personne : le client du doublon est
      *    rattache au survivant, sauf s'il l'est deja
       REPOINTER-XREF.
           MOVE "clients-personnes.txt" TO WS-NOM-CIBLE.
           MOVE "X" TO WS-FICHIER-CODE.
           MOVE 0 TO WS-NB-CLES.
           OPEN INPUT XREF-FICHIER.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-XRF-PERSONNE = WS-SURVIVANT
                               MOVE F-XRF-CLIENT TO WS-CLE-COURANTE
                               PERFORM AJOUTER-CLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FICHIER
           ELSE
               GO TO REPOINTER-XREF-FIN
           END-IF.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "N"
               GO TO REPOINTER-XREF-FIN
           END-IF.
           OPEN INPUT XREF-FICHIER.
           PERFORM UNTIL WS-XREF-STATUS NOT = "00"
               READ XREF-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-XRF-PERSONNE = WS-DOUBLON
                           MOVE F-XREF TO WS-LIGNE-AVANT
                           MOVE F-XRF-CLIENT TO WS-CLE-COURANTE
                           PERFORM CHERCHER-CLE
                           IF WS-CLE-TROUVEE = "O"
                               MOVE SPACES TO WS-LIGNE-APRES
                           ELSE
                               MOVE WS-SURVIVANT TO F-XRF-PERSONNE
                               MOVE F-XREF TO WS-LIGNE-APRES
                               MOVE F-XREF TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                           END-IF
                           PERFORM CONSIGNER-LIEN
                           ADD 1 TO WS-NB-FICHIER
                       ELSE
                           MOVE F-XREF TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           PERFORM RECOPIER-TRAVAIL.
       REPOINTER-XREF-FIN.
           EXIT.

      *    Liens de parent : l'eleve du doublon passe au survivant,
      *    sauf s'il y est deja lie
       REPOINTER-LIENS.
           MOVE "parents-eleves.txt" TO WS-NOM-CIBLE.
           MOVE "P" TO WS-FICHIER-CODE.
           MOVE 0 TO WS-NB-CLES.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS = "00"
               PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                   READ LIENS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-LPA-PERSONNE = WS-SURVIVANT
                               MOVE F-LPA-ELEVE TO WS-CLE-COURANTE
                               PERFORM AJOUTER-CLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-FICHIER
           ELSE
               GO TO REPOINTER-LIENS-FIN
           END-IF.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "N"
               GO TO REPOINTER-LIENS-FIN
           END-IF.
           OPEN INPUT LIENS-FICHIER.
           PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
               READ LIENS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-LPA-PERSONNE = WS-DOUBLON
                           MOVE F-LIEN-PARENT TO WS-LIGNE-AVANT
                           MOVE F-LPA-ELEVE TO WS-CLE-COURANTE
                           PERFORM CHERCHER-CLE
                           IF WS-CLE-TROUVEE = "O"
                               MOVE SPACES TO WS-LIGNE-APRES
                               IF F-LPA-PRINCIPAL = "O"
                                   DISPLAY "Eleve " F-LPA-ELEVE
                                           " : contact principal a "
                                           "revoir dans MAINT-PARENTS."
                               END-IF
                           ELSE
                               MOVE WS-SURVIVANT TO F-LPA-PERSONNE
                               MOVE F-LIEN-PARENT TO WS-LIGNE-APRES
                               MOVE F-LIEN-PARENT TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                           END-IF
                           PERFORM CONSIGNER-LIEN
                           ADD 1 TO WS-NB-FICHIER
                       ELSE
                           MOVE F-LIEN-PARENT TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIENS-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           PERFORM RECOPIER-TRAVAIL.
       REPOINTER-LIENS-FIN.
           EXIT.

      *    Envois des campagnes : tous passent au survivant (deux
      *    etiquettes parties pour la meme personne restent deux
      *    envois)
       REPOINTER-ENVOIS.
           MOVE "campagnes-envois.txt" TO WS-NOM-CIBLE.
           MOVE "E" TO WS-FICHIER-CODE.
           OPEN INPUT ENVOIS-FICHIER.
           IF WS-ENVOIS-STATUS NOT = "00"
               GO TO REPOINTER-ENVOIS-FIN
           END-IF.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "N"
               CLOSE ENVOIS-FICHIER
               GO TO REPOINTER-ENVOIS-FIN
           END-IF.
           PERFORM UNTIL WS-ENVOIS-STATUS NOT = "00"
               READ ENVOIS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-ENV-PERSONNE = WS-DOUBLON
                           MOVE F-ENVOI TO WS-LIGNE-AVANT
                           MOVE WS-SURVIVANT TO F-ENV-PERSONNE
                           MOVE F-ENVOI TO WS-LIGNE-APRES
                           PERFORM CONSIGNER-LIEN
                           ADD 1 TO WS-NB-FICHIER
                       END-IF
                       MOVE F-ENVOI TO F-LIGNE-TRAVAIL
                       WRITE F-LIGNE-TRAVAIL
               END-READ
           END-PERFORM.
           CLOSE ENVOIS-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           PERFORM RECOPIER-TRAVAIL.
       REPOINTER-ENVOIS-FIN.
           EXIT.

      *    Retours des campagnes : un retour du doublon passe au
      *    survivant, sauf si le survivant a deja le sien pour la
      *    meme campagne
       REPOINTER-RETOURS.
           MOVE "campagnes-retours.txt" TO WS-NOM-CIBLE.
           MOVE "R" TO WS-FICHIER-CODE.
           MOVE 0 TO WS-NB-CLES.
           OPEN INPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                   READ RETOURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RET-PERSONNE = WS-SURVIVANT
                               MOVE F-RET-CAMPAGNE TO WS-CLE-COURANTE
                               PERFORM AJOUTER-CLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETOURS-FICHIER
           ELSE
               GO TO REPOINTER-RETOURS-FIN
           END-IF.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "N"
               GO TO REPOINTER-RETOURS-FIN
           END-IF.
           OPEN INPUT RETOURS-FICHIER.
           PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
               READ RETOURS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-RET-PERSONNE = WS-DOUBLON
                           MOVE F-RETOUR TO WS-LIGNE-AVANT
                           MOVE F-RET-CAMPAGNE TO WS-CLE-COURANTE
                           PERFORM CHERCHER-CLE
                           IF WS-CLE-TROUVEE = "O"
                               MOVE SPACES TO WS-LIGNE-APRES
                           ELSE
                               MOVE WS-SURVIVANT TO F-RET-PERSONNE
                               MOVE F-RETOUR TO WS-LIGNE-APRES
                               MOVE F-RETOUR TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                           END-IF
                           PERFORM CONSIGNER-LIEN
                           ADD 1 TO WS-NB-FICHIER
                       ELSE
                           MOVE F-RETOUR TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETOURS-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           PERFORM RECOPIER-TRAVAIL.
       REPOINTER-RETOURS-FIN.
           EXIT.

      *    Survivant reecrit avec les valeurs choisies
       REECRIRE-SURVIVANT.
           OPEN I-O FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ")"
           ELSE
               IF WS-NOUVEAU NOT = WS-SUR
                   MOVE WS-NOUVEAU TO F-PERSONNE
                   REWRITE F-PERSONNE
                       INVALID KEY
                           DISPLAY "** Reecriture du survivant "
                                   "impossible **"
                       NOT INVALID KEY
                           MOVE WS-SUR TO WS-HPE-AVANT
                           MOVE WS-NOUVEAU TO WS-HPE-APRES
                           MOVE "M" TO WS-HPE-ACTION
                           PERFORM HISTORISER-PERSONNE
                   END-REWRITE
               END-IF
               CLOSE FICHIER-P
           END-IF.

      *    Doublon verse a l'archive avec l'etat F puis retire du
      *    maitre, comme un archivage d'ARCHIVE-PERS
       ARCHIVER-DOUBLON.
           MOVE WS-DBL TO WS-HPE-AVANT.
           MOVE "F" TO WS-DBL-ETAT.
           MOVE WS-DATE-SYS TO WS-DBL-DATE-ETAT.
           OPEN EXTEND ARCHIVES-FICHIER.
           IF WS-ARCHIVES-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVES-FICHIER
           END-IF.
           IF WS-ARCHIVES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire personnes-archives.txt ; "
                       "le doublon reste au maitre (liens deja "
                       "repointes)"
           ELSE
               MOVE WS-DBL TO F-ARCHIVE
               WRITE F-ARCHIVE
               CLOSE ARCHIVES-FICHIER
               OPEN I-O FICHIER-P
               MOVE WS-DOUBLON TO F-PER-NUMERO
               DELETE FICHIER-P
                   INVALID KEY
                       DISPLAY "** Suppression du doublon impossible "
                               "au maitre **"
                   NOT INVALID KEY
                       MOVE WS-DBL TO WS-HPE-APRES
                       MOVE "A" TO WS-HPE-ACTION
                       PERFORM HISTORISER-PERSONNE
               END-DELETE
               CLOSE FICHIER-P
           END-IF.

      *    Images avant et apres ajoutees a personnes-histo.txt
       HISTORISER-PERSONNE.
           CALL "HistoPersonne" USING WS-HPE-PROGRAMME WS-HPE-ACTION
                                      WS-HPE-AVANT WS-HPE-APRES.

      *----------------------------------------------------------------
      *    ANNULATION
      *----------------------------------------------------------------
       ANNULER-FUSION.
           DISPLAY "Numero de la fusion a annuler : ".
           ACCEPT WS-NUMERO-FUSION.
           PERFORM CHARGER-FUSION.
           IF WS-TROUVE = "N"
               DISPLAY "Fusion inconnue."
               GO TO ANNULER-FUSION-FIN
           END-IF.
           IF WS-FUSION-ANNULEE = "O"
               DISPLAY "Fusion deja annulee."
               GO TO ANNULER-FUSION-FIN
           END-IF.
           IF WS-TROP-LIENS = "O"
               DISPLAY "** Trop de liens pour une annulation "
                       "automatique (plus de " WS-LIEN-CAPACITE
                       ") : a traiter a la main **"
               GO TO ANNULER-FUSION-FIN
           END-IF.
           DISPLAY "Fusion " WS-NUMERO-FUSION " : " WS-DOUBLON
                   " fusionne dans " WS-SURVIVANT ", "
                   WS-NB-LIENS-FUSION " lien(s).".
           DISPLAY "Annuler cette fusion ? (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               GO TO ANNULER-FUSION-FIN
           END-IF.

           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO ANNULER-FUSION-FIN
           END-IF.
           PERFORM CHARGER-ARCHIVES.
           MOVE 0 TO WS-IDX-ARC-TROUVE.
           PERFORM VARYING WS-IDX-ARC FROM 1 BY 1
                   UNTIL WS-IDX-ARC > WS-NB-ARC
               MOVE WS-ARC(WS-IDX-ARC) TO WS-ARC-VUE
               IF WS-ARC-NUMERO = WS-DOUBLON AND WS-ARC-ETAT = "F"
                   MOVE WS-IDX-ARC TO WS-IDX-ARC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-ARC-TROUVE = 0 OR WS-TROP-ARC = "O"
               DISPLAY "Doublon " WS-DOUBLON " absent de l'archive "
                       "(ou archive trop grande) : annulation "
                       "impossible."
               PERFORM LIBERER-VERROU-PERSONNES
               GO TO ANNULER-FUSION-FIN
           END-IF.

           PERFORM RENDRE-DOUBLON THRU RENDRE-DOUBLON-FIN.
           IF WS-TROUVE = "N"
               PERFORM LIBERER-VERROU-PERSONNES
               GO TO ANNULER-FUSION-FIN
           END-IF.
           PERFORM RETABLIR-SURVIVANT.
           MOVE 0 TO WS-NB-ERREURS WS-NB-INTROUVABLES.
           MOVE "menages.txt" TO WS-NOM-CIBLE.
           MOVE "M" TO WS-FICHIER-CODE.
           PERFORM RETABLIR-FICHIER.
           MOVE "clients-personnes.txt" TO WS-NOM-CIBLE.
           MOVE "X" TO WS-FICHIER-CODE.
           PERFORM RETABLIR-FICHIER.
           MOVE "parents-eleves.txt" TO WS-NOM-CIBLE.
           MOVE "P" TO WS-FICHIER-CODE.
           PERFORM RETABLIR-FICHIER.
           MOVE "campagnes-envois.txt" TO WS-NOM-CIBLE.
           MOVE "E" TO WS-FICHIER-CODE.
           PERFORM RETABLIR-FICHIER.
           MOVE "campagnes-retours.txt" TO WS-NOM-CIBLE.
           MOVE "R" TO WS-FICHIER-CODE.
           PERFORM RETABLIR-FICHIER.

           OPEN EXTEND FUSIONS-FICHIER.
           IF WS-FUSIONS-STATUS = "00"
               ACCEPT WS-HEURE-SYS FROM TIME
               MOVE "A" TO F-FUS-TYPE
               PERFORM PREPARER-LIGNE-JOURNAL
               WRITE F-FUSION
               CLOSE FUSIONS-FICHIER
           ELSE
               DISPLAY "** Annulation non consignee dans "
                       "fusions-personnes.txt **"
           END-IF.
           PERFORM LIBERER-VERROU-PERSONNES.
           DISPLAY "Fusion " WS-NUMERO-FUSION " annulee : "
                   WS-DOUBLON " rendu au maitre.".
           IF WS-NB-INTROUVABLES > 0 OR WS-NB-ERREURS > 0
               DISPLAY "** " WS-NB-INTROUVABLES " lien(s) modifie(s) "
                       "depuis la fusion et " WS-NB-ERREURS
                       " fichier(s) en erreur : a reprendre a la "
                       "main **"
           END-IF.
       ANNULER-FUSION-FIN.
           EXIT.

      *    Ligne F de la fusion demandee et ses liens ; annulation
      *    deja faite reperee par une ligne A
       CHARGER-FUSION.
           MOVE "N" TO WS-TROUVE.
           MOVE "N" TO WS-FUSION-ANNULEE.
           MOVE "N" TO WS-TROP-LIENS.
           MOVE 0 TO WS-NB-LIENS-FUSION.
           OPEN INPUT FUSIONS-FICHIER.
           IF WS-FUSIONS-STATUS = "00"
               PERFORM UNTIL WS-FUSIONS-STATUS NOT = "00"
                   READ FUSIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-FUS-NUMERO = WS-NUMERO-FUSION
                              AND WS-NUMERO-FUSION NOT = 0
                               PERFORM RANGER-LIGNE-FUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUSIONS-FICHIER
           END-IF.

       RANGER-LIGNE-FUSION.
           EVALUATE F-FUS-TYPE
               WHEN "F"
                   MOVE "O" TO WS-TROUVE
                   MOVE F-FUS-SURVIVANT TO WS-SURVIVANT
                   MOVE F-FUS-DOUBLON TO WS-DOUBLON
                   MOVE F-FUS-DETAIL TO WS-IMAGE-AVANT
               WHEN "L"
                   IF WS-NB-LIENS-FUSION < WS-LIEN-CAPACITE
                       ADD 1 TO WS-NB-LIENS-FUSION
                       MOVE F-FUS-FICHIER
                           TO WS-LIEN-FICHIER(WS-NB-LIENS-FUSION)
                       MOVE F-FUS-AVANT
                           TO WS-LIEN-AVANT(WS-NB-LIENS-FUSION)
                       MOVE F-FUS-APRES
                           TO WS-LIEN-APRES(WS-NB-LIENS-FUSION)
                       MOVE "N" TO WS-LIEN-FAIT(WS-NB-LIENS-FUSION)
                   ELSE
                       MOVE "O" TO WS-TROP-LIENS
                   END-IF
               WHEN "A"
                   MOVE "O" TO WS-FUSION-ANNULEE
           END-EVALUATE.

       CHARGER-ARCHIVES.
           MOVE 0 TO WS-NB-ARC.
           MOVE "N" TO WS-TROP-ARC.
           OPEN INPUT ARCHIVES-FICHIER.
           IF WS-ARCHIVES-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVES-STATUS NOT = "00"
                   READ ARCHIVES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-ARC < WS-ARC-CAPACITE
                               ADD 1 TO WS-NB-ARC
                               MOVE F-ARCHIVE TO WS-ARC(WS-NB-ARC)
                           ELSE
                               MOVE "O" TO WS-TROP-ARC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
           END-IF.

      *    Doublon remis au maitre sans etat, sa ligne retiree de
      *    l'archive ; WS-TROUVE a N si le maitre le refuse
       RENDRE-DOUBLON.
           MOVE "N" TO WS-TROUVE.
           OPEN I-O FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ")"
               GO TO RENDRE-DOUBLON-FIN
           END-IF.
           MOVE WS-ARC(WS-IDX-ARC-TROUVE) TO F-PERSONNE.
           MOVE F-PERSONNE TO WS-HPE-AVANT.
           MOVE SPACE TO F-PER-ETAT.
           MOVE 0 TO F-PER-DATE-ETAT.
           WRITE F-PERSONNE
               INVALID KEY
                   DISPLAY "** Retour du doublon au maitre refuse "
                           "(numero deja present ?) **"
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   MOVE "R" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-WRITE.
           CLOSE FICHIER-P.
           IF WS-TROUVE = "N"
               GO TO RENDRE-DOUBLON-FIN
           END-IF.

           PERFORM VARYING WS-IDX-ARC FROM WS-IDX-ARC-TROUVE BY 1
                   UNTIL WS-IDX-ARC >= WS-NB-ARC
               MOVE WS-ARC(WS-IDX-ARC + 1) TO WS-ARC(WS-IDX-ARC)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-ARC.
           OPEN OUTPUT ARCHIVES-FICHIER.
           IF WS-ARCHIVES-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire "
                       "personnes-archives.txt"
           ELSE
               PERFORM VARYING WS-IDX-ARC FROM 1 BY 1
                       UNTIL WS-IDX-ARC > WS-NB-ARC
                   MOVE WS-ARC(WS-IDX-ARC) TO F-ARCHIVE
                   WRITE F-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
           END-IF.
       RENDRE-DOUBLON-FIN.
           EXIT.

      *    Survivant remis aux valeurs d'avant la fusion pour les
      *    champs qu'elle a pu changer
       RETABLIR-SURVIVANT.
           OPEN I-O FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ")"
           ELSE
               MOVE WS-SURVIVANT TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       DISPLAY "Survivant " WS-SURVIVANT
                               " absent du maitre : non retabli."
                   NOT INVALID KEY
                       MOVE F-PERSONNE TO WS-NOUVEAU
                       MOVE WS-AVT-DATTE   TO WS-NOU-DATTE
                       MOVE WS-AVT-ADRESSE TO WS-NOU-ADRESSE
                       MOVE WS-AVT-CP      TO WS-NOU-CP
                       MOVE WS-AVT-VILLE   TO WS-NOU-VILLE
                       MOVE WS-AVT-TEL     TO WS-NOU-TEL
                       MOVE WS-AVT-GENRE   TO WS-NOU-GENRE
                       MOVE WS-AVT-NPAI    TO WS-NOU-NPAI
                       IF WS-NOUVEAU NOT = F-PERSONNE
                           PERFORM REECRIRE-RETABLI
                       END-IF
               END-READ
               CLOSE FICHIER-P
           END-IF.

       REECRIRE-RETABLI.
           MOVE F-PERSONNE TO WS-HPE-AVANT.
           MOVE WS-NOUVEAU TO F-PERSONNE.
           REWRITE F-PERSONNE
               INVALID KEY
                   DISPLAY "** Reecriture du survivant impossible **"
               NOT INVALID KEY
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   MOVE "M" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-REWRITE.

      *    Liens de la fusion pour le fichier WS-FICHIER-CODE : la
      *    ligne repointee reprend sa forme d'avant, la ligne retiree
      *    est remise en fin de fichier ; une ligne repointee qui
      *    n'existe plus est comptee introuvable
       RETABLIR-FICHIER.
           MOVE 0 TO WS-NB-LIENS.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS-FUSION
               IF WS-LIEN-FICHIER(WS-IDX-LIEN) = WS-FICHIER-CODE
                   ADD 1 TO WS-NB-LIENS
               END-IF
           END-PERFORM.
           IF WS-NB-LIENS > 0
               PERFORM OUVRIR-TRAVAIL
               IF WS-TRAVAIL-OK = "O"
                   PERFORM RETABLIR-LIGNES
                   CLOSE TRAVAIL-FICHIER
                   PERFORM RECOPIER-TRAVAIL
               END-IF
           END-IF.

       RETABLIR-LIGNES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CIBLE-FICHIER.
           IF WS-CIBLE-STATUS = "00"
               PERFORM UNTIL WS-CIBLE-STATUS NOT = "00"
                   READ CIBLE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM RETABLIR-UNE-LIGNE
                           MOVE F-LIGNE-CIBLE TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                   END-READ
               END-PERFORM
               CLOSE CIBLE-FICHIER
           END-IF.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS-FUSION
               IF WS-LIEN-FICHIER(WS-IDX-LIEN) = WS-FICHIER-CODE
                   IF WS-LIEN-APRES(WS-IDX-LIEN) = SPACES
                       MOVE WS-LIEN-AVANT(WS-IDX-LIEN)
                           TO F-LIGNE-TRAVAIL
                       WRITE F-LIGNE-TRAVAIL
                       ADD 1 TO WS-NB-FICHIER
                   ELSE
                       IF WS-LIEN-FAIT(WS-IDX-LIEN) = "N"
                           ADD 1 TO WS-NB-INTROUVABLES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RETABLIR-UNE-LIGNE.
           MOVE 0 TO WS-IDX-LIEN-TROUVE.
           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS-FUSION
                   OR WS-IDX-LIEN-TROUVE NOT = 0
               IF WS-LIEN-FICHIER(WS-IDX-LIEN) = WS-FICHIER-CODE
                  AND WS-LIEN-FAIT(WS-IDX-LIEN) = "N"
                  AND WS-LIEN-APRES(WS-IDX-LIEN) NOT = SPACES
                  AND WS-LIEN-APRES(WS-IDX-LIEN) = F-LIGNE-CIBLE
                   MOVE WS-IDX-LIEN TO WS-IDX-LIEN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-LIEN-TROUVE NOT = 0
               MOVE WS-LIEN-AVANT(WS-IDX-LIEN-TROUVE) TO F-LIGNE-CIBLE
               MOVE "O" TO WS-LIEN-FAIT(WS-IDX-LIEN-TROUVE)
               ADD 1 TO WS-NB-FICHIER
           END-IF.

      *----------------------------------------------------------------
      *    RAPPORT
      *----------------------------------------------------------------
      *    Une ligne par fusion avec son nombre de liens et, le cas
      *    echeant, la date de son annulation
       RAPPORT-FUSIONS.
           MOVE 0 TO WS-NB-ANN WS-NB-FUSIONS.
           OPEN INPUT FUSIONS-FICHIER.
           IF WS-FUSIONS-STATUS NOT = "00"
               DISPLAY "Aucune fusion enregistree."
               GO TO RAPPORT-FUSIONS-FIN
           END-IF.
           PERFORM UNTIL WS-FUSIONS-STATUS NOT = "00"
               READ FUSIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-FUS-TYPE = "A"
                          AND WS-NB-ANN < WS-ANN-CAPACITE
                           ADD 1 TO WS-NB-ANN
                           MOVE F-FUS-NUMERO TO WS-ANN-NUMERO(WS-NB-ANN)
                           MOVE F-FUS-DATE TO WS-ANN-DATE(WS-NB-ANN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUSIONS-FICHIER.

           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire fusions-rapport.txt"
               GO TO RAPPORT-FUSIONS-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "FUSIONS DE NUMEROS DE PERSONNE AU " WS-DATE-SYS
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "NUM  DATE     OPE  SURV.  DOUBL. NOM DU DOUBLON"
               & "                LIENS ETAT" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "N" TO WS-FUSION-EN-COURS.
           OPEN INPUT FUSIONS-FICHIER.
           PERFORM UNTIL WS-FUSIONS-STATUS NOT = "00"
               READ FUSIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       EVALUATE F-FUS-TYPE
                           WHEN "F"
                               PERFORM ECRIRE-LIGNE-FUSION
                               PERFORM DEBUTER-LIGNE-FUSION
                           WHEN "L"
                               ADD 1 TO WS-NB-LIENS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FUSIONS-FICHIER.
           PERFORM ECRIRE-LIGNE-FUSION.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "Fusions : " WS-NB-FUSIONS " dont annulees : "
                  WS-NB-ANN
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Fusions : " WS-NB-FUSIONS " (voir "
                   "fusions-rapport.txt)".
       RAPPORT-FUSIONS-FIN.
           EXIT.

       DEBUTER-LIGNE-FUSION.
           MOVE "O" TO WS-FUSION-EN-COURS.
           ADD 1 TO WS-NB-FUSIONS.
           MOVE F-FUS-NUMERO     TO WS-LF-NUMERO.
           MOVE F-FUS-DATE       TO WS-LF-DATE.
           MOVE F-FUS-OPERATEUR  TO WS-LF-OPERATEUR.
           MOVE F-FUS-SURVIVANT  TO WS-LF-SURVIVANT.
           MOVE F-FUS-DOUBLON    TO WS-LF-DOUBLON.
           MOVE F-FUS-NOM-DOUBLON TO WS-LF-NOM.
           MOVE 0 TO WS-NB-LIENS.
           MOVE "en vigueur" TO WS-LF-ETAT.
           PERFORM VARYING WS-IDX-ANN FROM 1 BY 1
                   UNTIL WS-IDX-ANN > WS-NB-ANN
               IF WS-ANN-NUMERO(WS-IDX-ANN) = F-FUS-NUMERO
                   MOVE SPACES TO WS-LF-ETAT
                   STRING "annulee " WS-ANN-DATE(WS-IDX-ANN)
                       DELIMITED BY SIZE INTO WS-LF-ETAT
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-FUSION.
           IF WS-FUSION-EN-COURS = "O"
               MOVE WS-NB-LIENS TO WS-LF-LIENS
               MOVE WS-LIGNE-FUSION TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE "N" TO WS-FUSION-EN-COURS
           END-IF.
