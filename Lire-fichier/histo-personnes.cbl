       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTO-PERSONNES.
      * Historique des changements de personnes : Personnes-d et
      * CHARCHE-NOM reecrivent personnes.dat sur place, ARCHIVE-PERS
      * en retire et y remet des personnes, GERE-MENAGES change leur
      * menage. Chacun laisse dans personnes-histo.txt
      * (HistoPersonne) l'image avant et l'image apres, l'operateur
      * et l'horodatage. Ce programme les relit : la consultation
      * montre a l'ecran tout l'historique d'un numero de personne,
      * champ par champ (valeur avant -> valeur apres) ; le releve
      * d'une periode liste dans changements-personnes.txt tous les
      * changements faits entre deux dates, pour relecture, avec un
      * compte par nature de changement.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Le drapeau de retour de courrier (F-PER-NPAI) pose par
      * CAMPAGNES figure parmi les champs compares.
      * L'effacement des donnees d'une personne a sa demande
      * (DROITS-PERS, action E) figure dans le releve avec son propre
      * compte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FICHIER ASSIGN TO "personnes-histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

           SELECT RAPPORT-FICHIER
               ASSIGN TO "changements-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTO-FICHIER.
           COPY "HistoPersonne.cpy".

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-HISTO-STATUS            PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.

      *    Selection : une personne (consultation, a l'ecran) ou
      *    une periode de dates AAAAMMJJ (releve, dans le fichier)
       01 WS-SORTIE                  PIC X.
       01 WS-NUMERO-DEMANDE          PIC 9(05).
       01 WS-NUMERO-CLE              PIC X(05).
       01 WS-DATE-DEBUT              PIC 9(08).
       01 WS-DATE-FIN                PIC 9(08).
       01 WS-RETENU                  PIC X.

      *    Ligne avant en attente de sa ligne apres (les deux
      *    lignes d'un changement se suivent et partagent leur
      *    horodatage)
       01 WS-AVANT-PRESENT           PIC X VALUE "N".
       01 WS-LIGNE-AVANT.
           05 WS-LAV-DATE            PIC 9(08).
           05 WS-LAV-HEURE           PIC 9(06).
           05 WS-LAV-OPERATEUR       PIC X(03).
           05 WS-LAV-PROGRAMME       PIC X(10).
           05 WS-LAV-ACTION          PIC X.
           05 WS-LAV-SENS            PIC X.
           05 WS-LAV-IMAGE           PIC X(125).

      *    Images avant et apres decoupees comme PersonneMaitre.cpy,
      *    suivies du menage et du drapeau de chef
       01 WS-AV.
           05 WS-AV-NUMERO           PIC X(05).
           05 WS-AV-NOM              PIC X(15).
           05 WS-AV-PRENOM           PIC X(15).
           05 WS-AV-DATTE            PIC X(15).
           05 WS-AV-ADRESSE          PIC X(25).
           05 WS-AV-CP               PIC X(05).
           05 WS-AV-VILLE            PIC X(15).
           05 WS-AV-TEL              PIC X(12).
           05 WS-AV-ETAT             PIC X.
           05 WS-AV-DATE-ETAT        PIC X(08).
           05 WS-AV-GENRE            PIC X.
           05 WS-AV-NPAI             PIC X.
           05 FILLER                 PIC X(02).
           05 WS-AV-MENAGE           PIC X(04).
           05 WS-AV-CHEF             PIC X.
       01 WS-AP.
           05 WS-AP-NUMERO           PIC X(05).
           05 WS-AP-NOM              PIC X(15).
           05 WS-AP-PRENOM           PIC X(15).
           05 WS-AP-DATTE            PIC X(15).
           05 WS-AP-ADRESSE          PIC X(25).
           05 WS-AP-CP               PIC X(05).
           05 WS-AP-VILLE            PIC X(15).
           05 WS-AP-TEL              PIC X(12).
           05 WS-AP-ETAT             PIC X.
           05 WS-AP-DATE-ETAT        PIC X(08).
           05 WS-AP-GENRE            PIC X.
           05 WS-AP-NPAI             PIC X.
           05 FILLER                 PIC X(02).
           05 WS-AP-MENAGE           PIC X(04).
           05 WS-AP-CHEF             PIC X.

      *    Champ en cours de comparaison
       01 WS-CHP-LIBELLE             PIC X(14).
       01 WS-CHP-AVANT               PIC X(25).
       01 WS-CHP-APRES               PIC X(25).
       01 WS-NB-CHAMPS               PIC 9(02).

      *    Comptes par nature de changement (C, M, S, A, R, H, E)
       01 WS-NB-CHANGEMENTS          PIC 9(05) VALUE 0.
       01 WS-NB-CREATIONS            PIC 9(05) VALUE 0.
       01 WS-NB-MODIFICATIONS        PIC 9(05) VALUE 0.
       01 WS-NB-SUPPRESSIONS         PIC 9(05) VALUE 0.
       01 WS-NB-ARCHIVAGES           PIC 9(05) VALUE 0.
       01 WS-NB-RESTAURATIONS        PIC 9(05) VALUE 0.
       01 WS-NB-MENAGES              PIC 9(05) VALUE 0.
       01 WS-NB-EFFACEMENTS          PIC 9(05) VALUE 0.
       01 WS-NB-ORPHELINES           PIC 9(05) VALUE 0.
       01 WS-NB-AFF                  PIC ZZZZ9.
       01 WS-LIBELLE-ACTION          PIC X(12).

       01 WS-DATE-ISO.
           05 WS-DI-AAAA             PIC 9(4).
           05 WS-DI-MM               PIC 99.
           05 WS-DI-JJ               PIC 99.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).
       01 WS-HEURE-ISO.
           05 WS-HI-HH               PIC 99.
           05 WS-HI-MN               PIC 99.
           05 WS-HI-SS               PIC 99.
       01 WS-HEURE-AFF.
           05 WS-HEURE-AFF-HH        PIC 99.
           05 FILLER                 PIC X VALUE ":".
           05 WS-HEURE-AFF-MN        PIC 99.
           05 FILLER                 PIC X VALUE ":".
           05 WS-HEURE-AFF-SS        PIC 99.
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-LIGNE-RAPPORT           PIC X(90) VALUE SPACES.

      *    Classement du releve du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12)
                                     VALUE "HISTO-PERS".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "changements-personnes.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       PERFORM UNTIL WS-CHOIX = 3
           DISPLAY "----- HISTORIQUE DES PERSONNES -----"
           DISPLAY "1. Historique d'une personne"
           DISPLAY "2. Releve des changements d'une periode"
           DISPLAY "3. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM CONSULTER-PERSONNE
               WHEN 2
                   PERFORM RELEVER-PERIODE THRU RELEVER-PERIODE-FIN
               WHEN 3
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Tout l'historique d'un numero de personne, a l'ecran,
      *    dans l'ordre chronologique
       CONSULTER-PERSONNE.
           DISPLAY "Numero de la personne : ".
           ACCEPT WS-NUMERO-DEMANDE.
           MOVE WS-NUMERO-DEMANDE TO WS-NUMERO-CLE.
           MOVE "E" TO WS-SORTIE.
           PERFORM BALAYER-HISTORIQUE.
           IF WS-NB-CHANGEMENTS = 0
               DISPLAY "Aucun changement historise pour la personne "
                       WS-NUMERO-DEMANDE
           ELSE
               MOVE WS-NB-CHANGEMENTS TO WS-NB-AFF
               DISPLAY "Changements historises : "
                       FUNCTION TRIM(WS-NB-AFF)
           END-IF.

      *    Tous les changements faits entre deux dates, dans
      *    changements-personnes.txt
       RELEVER-PERIODE.
           DISPLAY "Du (AAAAMMJJ, vide = debut du mois) : ".
           ACCEPT WS-DATE-DEBUT.
           IF WS-DATE-DEBUT = 0
               MOVE WS-DATE-SYS TO WS-DATE-DEBUT
               MOVE "01" TO WS-DATE-DEBUT(7:2)
           END-IF.
           DISPLAY "Au (AAAAMMJJ, vide = aujourd'hui) : ".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN = 0
               MOVE WS-DATE-SYS TO WS-DATE-FIN
           END-IF.
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "Periode invalide : la fin precede le debut."
               GO TO RELEVER-PERIODE-FIN
           END-IF.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire changements-personnes.txt"
               GO TO RELEVER-PERIODE-FIN
           END-IF.
           MOVE SPACES TO WS-NUMERO-CLE.
           MOVE "R" TO WS-SORTIE.
           PERFORM ECRIRE-ENTETE.
           PERFORM BALAYER-HISTORIQUE.
           PERFORM ECRIRE-TOTAUX.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           MOVE WS-NB-CHANGEMENTS TO WS-NB-AFF.
           DISPLAY "Changements de la periode : "
                   FUNCTION TRIM(WS-NB-AFF)
                   " (voir changements-personnes.txt)".
       RELEVER-PERIODE-FIN.
           EXIT.

      *    Lecture de tout l'historique : chaque ligne avant est
      *    gardee jusqu'a sa ligne apres, et le changement retenu
      *    (personne ou periode demandee) est edite ; l'absence de
      *    l'historique n'est pas une erreur
       BALAYER-HISTORIQUE.
           MOVE 0 TO WS-NB-CHANGEMENTS WS-NB-CREATIONS
                     WS-NB-MODIFICATIONS WS-NB-SUPPRESSIONS
                     WS-NB-ARCHIVAGES WS-NB-RESTAURATIONS
                     WS-NB-MENAGES WS-NB-EFFACEMENTS
                     WS-NB-ORPHELINES.
           MOVE "N" TO WS-AVANT-PRESENT.
           MOVE "C" TO WS-FIN.
           OPEN INPUT HISTO-FICHIER.
           IF WS-HISTO-STATUS = "00"
               PERFORM UNTIL WS-HISTO-STATUS NOT = "00"
                   READ HISTO-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM TRAITER-LIGNE-HISTO
                   END-READ
               END-PERFORM
               CLOSE HISTO-FICHIER
           END-IF.

       TRAITER-LIGNE-HISTO.
           IF F-HPE-SENS = "A"
               IF WS-AVANT-PRESENT = "O"
                   ADD 1 TO WS-NB-ORPHELINES
               END-IF
               MOVE F-HISTO-PERSONNE TO WS-LIGNE-AVANT
               MOVE "O" TO WS-AVANT-PRESENT
           ELSE
               IF WS-AVANT-PRESENT = "O"
                  AND WS-LAV-DATE = F-HPE-DATE
                  AND WS-LAV-HEURE = F-HPE-HEURE
                  AND WS-LAV-PROGRAMME = F-HPE-PROGRAMME
                  AND WS-LAV-ACTION = F-HPE-ACTION
                   MOVE WS-LAV-IMAGE TO WS-AV
                   MOVE F-HPE-IMAGE TO WS-AP
                   PERFORM SELECTIONNER-CHANGEMENT
                   IF WS-RETENU = "O"
                       PERFORM EDITER-CHANGEMENT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-ORPHELINES
               END-IF
               MOVE "N" TO WS-AVANT-PRESENT
           END-IF.

      *    Changement retenu : celui de la personne demandee (sur
      *    l'une ou l'autre image), ou date dans la periode
       SELECTIONNER-CHANGEMENT.
           MOVE "N" TO WS-RETENU.
           IF WS-SORTIE = "E"
               IF WS-AV-NUMERO = WS-NUMERO-CLE
                  OR WS-AP-NUMERO = WS-NUMERO-CLE
                   MOVE "O" TO WS-RETENU
               END-IF
           ELSE
               IF F-HPE-DATE >= WS-DATE-DEBUT
                  AND F-HPE-DATE <= WS-DATE-FIN
                   MOVE "O" TO WS-RETENU
               END-IF
           END-IF.

      *    Une ligne de tete (quand, qui, par quel programme, quelle
      *    nature, quelle personne) puis une ligne par champ change
       EDITER-CHANGEMENT.
           ADD 1 TO WS-NB-CHANGEMENTS.
           EVALUATE F-HPE-ACTION
               WHEN "C"
                   MOVE "creation" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-CREATIONS
               WHEN "M"
                   MOVE "modification" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-MODIFICATIONS
               WHEN "S"
                   MOVE "suppression" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-SUPPRESSIONS
               WHEN "A"
                   MOVE "archivage" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-ARCHIVAGES
               WHEN "R"
                   MOVE "restauration" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-RESTAURATIONS
               WHEN "H"
                   MOVE "menage" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-MENAGES
               WHEN "E"
                   MOVE "effacement" TO WS-LIBELLE-ACTION
                   ADD 1 TO WS-NB-EFFACEMENTS
               WHEN OTHER
                   MOVE F-HPE-ACTION TO WS-LIBELLE-ACTION
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE.
           MOVE F-HPE-DATE TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(1:10).
           MOVE F-HPE-HEURE TO WS-HEURE-ISO.
           MOVE WS-HI-HH TO WS-HEURE-AFF-HH.
           MOVE WS-HI-MN TO WS-HEURE-AFF-MN.
           MOVE WS-HI-SS TO WS-HEURE-AFF-SS.
           MOVE WS-HEURE-AFF TO WS-LIGNE-RAPPORT(12:8).
           MOVE "op" TO WS-LIGNE-RAPPORT(21:2).
           MOVE F-HPE-OPERATEUR TO WS-LIGNE-RAPPORT(24:3).
           MOVE F-HPE-PROGRAMME TO WS-LIGNE-RAPPORT(28:10).
           MOVE WS-LIBELLE-ACTION TO WS-LIGNE-RAPPORT(39:12).
           IF WS-AP-NUMERO NOT = SPACES
               MOVE WS-AP-NUMERO TO WS-LIGNE-RAPPORT(52:5)
               MOVE WS-AP-NOM TO WS-LIGNE-RAPPORT(58:15)
               MOVE WS-AP-PRENOM TO WS-LIGNE-RAPPORT(74:15)
           ELSE
               MOVE WS-AV-NUMERO TO WS-LIGNE-RAPPORT(52:5)
               MOVE WS-AV-NOM TO WS-LIGNE-RAPPORT(58:15)
               MOVE WS-AV-PRENOM TO WS-LIGNE-RAPPORT(74:15)
           END-IF.
           PERFORM ECRIRE-LIGNE.
           PERFORM COMPARER-IMAGES.

      *    Comparaison champ par champ des deux images
       COMPARER-IMAGES.
           MOVE 0 TO WS-NB-CHAMPS.
           MOVE "Numero" TO WS-CHP-LIBELLE.
           MOVE WS-AV-NUMERO TO WS-CHP-AVANT.
           MOVE WS-AP-NUMERO TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Nom" TO WS-CHP-LIBELLE.
           MOVE WS-AV-NOM TO WS-CHP-AVANT.
           MOVE WS-AP-NOM TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Prenom" TO WS-CHP-LIBELLE.
           MOVE WS-AV-PRENOM TO WS-CHP-AVANT.
           MOVE WS-AP-PRENOM TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Naissance" TO WS-CHP-LIBELLE.
           MOVE WS-AV-DATTE TO WS-CHP-AVANT.
           MOVE WS-AP-DATTE TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Adresse" TO WS-CHP-LIBELLE.
           MOVE WS-AV-ADRESSE TO WS-CHP-AVANT.
           MOVE WS-AP-ADRESSE TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Code postal" TO WS-CHP-LIBELLE.
           MOVE WS-AV-CP TO WS-CHP-AVANT.
           MOVE WS-AP-CP TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Ville" TO WS-CHP-LIBELLE.
           MOVE WS-AV-VILLE TO WS-CHP-AVANT.
           MOVE WS-AP-VILLE TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Telephone" TO WS-CHP-LIBELLE.
           MOVE WS-AV-TEL TO WS-CHP-AVANT.
           MOVE WS-AP-TEL TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Etat" TO WS-CHP-LIBELLE.
           MOVE WS-AV-ETAT TO WS-CHP-AVANT.
           MOVE WS-AP-ETAT TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Date etat" TO WS-CHP-LIBELLE.
           MOVE WS-AV-DATE-ETAT TO WS-CHP-AVANT.
           MOVE WS-AP-DATE-ETAT TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Genre" TO WS-CHP-LIBELLE.
           MOVE WS-AV-GENRE TO WS-CHP-AVANT.
           MOVE WS-AP-GENRE TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Retour courr." TO WS-CHP-LIBELLE.
           MOVE WS-AV-NPAI TO WS-CHP-AVANT.
           MOVE WS-AP-NPAI TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Menage" TO WS-CHP-LIBELLE.
           MOVE WS-AV-MENAGE TO WS-CHP-AVANT.
           MOVE WS-AP-MENAGE TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           MOVE "Chef menage" TO WS-CHP-LIBELLE.
           MOVE WS-AV-CHEF TO WS-CHP-AVANT.
           MOVE WS-AP-CHEF TO WS-CHP-APRES.
           PERFORM COMPARER-CHAMP.
           IF WS-NB-CHAMPS = 0
               MOVE "(aucun champ change)" TO WS-LIGNE-RAPPORT(5:20)
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Un champ different donne sa ligne : avant -> apres, une
      *    valeur a blanc etant montree comme (vide) ; la date d'etat
      *    a zero vaut un etat sans date
       COMPARER-CHAMP.
           IF WS-CHP-AVANT = ZEROES
               MOVE SPACES TO WS-CHP-AVANT
           END-IF.
           IF WS-CHP-APRES = ZEROES
               MOVE SPACES TO WS-CHP-APRES
           END-IF.
           IF WS-CHP-AVANT NOT = WS-CHP-APRES
               ADD 1 TO WS-NB-CHAMPS
               IF WS-CHP-AVANT = SPACES
                   MOVE "(vide)" TO WS-CHP-AVANT
               END-IF
               IF WS-CHP-APRES = SPACES
                   MOVE "(vide)" TO WS-CHP-APRES
               END-IF
               MOVE WS-CHP-LIBELLE TO WS-LIGNE-RAPPORT(5:14)
               MOVE ":" TO WS-LIGNE-RAPPORT(19:1)
               MOVE WS-CHP-AVANT TO WS-LIGNE-RAPPORT(21:25)
               MOVE "->" TO WS-LIGNE-RAPPORT(47:2)
               MOVE WS-CHP-APRES TO WS-LIGNE-RAPPORT(50:25)
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Titre du releve : periode et date d'edition
       ECRIRE-ENTETE.
           MOVE "CHANGEMENTS DES PERSONNES DU" TO WS-LIGNE-RAPPORT.
           MOVE WS-DATE-DEBUT TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(30:10).
           MOVE "AU" TO WS-LIGNE-RAPPORT(41:2).
           MOVE WS-DATE-FIN TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(44:10).
           PERFORM ECRIRE-LIGNE.
           MOVE WS-DATE-SYS TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE "Edite le" TO WS-LIGNE-RAPPORT(1:8).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(10:10).
           PERFORM ECRIRE-LIGNE.

      *    Comptes par nature de changement en fin de releve
       ECRIRE-TOTAUX.
           PERFORM ECRIRE-LIGNE.
           IF WS-NB-CHANGEMENTS = 0
               MOVE "Aucun changement sur la periode."
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE "Changements     :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-CHANGEMENTS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  creations     :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-CREATIONS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  modifications :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-MODIFICATIONS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  suppressions  :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-SUPPRESSIONS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  archivages    :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-ARCHIVAGES TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  restaurations :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-RESTAURATIONS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  menages       :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-MENAGES TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           MOVE "  effacements   :" TO WS-LIGNE-RAPPORT(1:17).
           MOVE WS-NB-EFFACEMENTS TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(19:5).
           PERFORM ECRIRE-LIGNE.
           IF WS-NB-ORPHELINES > 0
               MOVE "Lignes sans image associee (historique a "
                   TO WS-LIGNE-RAPPORT
               MOVE "verifier) :" TO WS-LIGNE-RAPPORT(42:11)
               MOVE WS-NB-ORPHELINES TO WS-NB-AFF
               MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(54:5)
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Date AAAAMMJJ de WS-DATE-ISO en JJ/MM/AAAA
       FORMATER-DATE.
           MOVE WS-DI-JJ   TO WS-DATE-AFF-JJ.
           MOVE WS-DI-MM   TO WS-DATE-AFF-MM.
           MOVE WS-DI-AAAA TO WS-DATE-AFF-AAAA.

      *    La consultation s'affiche, le releve s'ecrit
       ECRIRE-LIGNE.
           IF WS-SORTIE = "E"
               DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
           ELSE
               MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
