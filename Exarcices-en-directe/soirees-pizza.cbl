       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOIREES.
      * Preparation des soirees pizza : l'organisateur cree la soiree
      * (date, organisateur, budget prevu), dresse la liste des
      * invites a partir des personnes de personnes.dat, d'un menage
      * de menages.txt ou d'un nom libre, puis note la reponse de
      * chacun (O oui, N non, P peut-etre) avec les pizzas probables,
      * reprises de sa commande habituelle (profils-convives.txt).
      * Le soir venu, pizza part de la liste des convives confirmes
      * de la soiree du jour et la marque tenue ; GERE-RESERV reserve
      * a l'avance les ingredients des pizzas prevues.
      * Tout tient dans soirees.txt (une ligne S par soiree suivie
      * d'une ligne I par invite), recharge au lancement et reecrit a
      * la sortie.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOIREES-FICHIER ASSIGN TO "soirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOIREES-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT MENAGES-FICHIER ASSIGN TO "menages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENAGES-STATUS.

           SELECT PROFILS-FICHIER ASSIGN TO "profils-convives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILS-STATUS.

           SELECT PRIX-FICHIER ASSIGN TO "prix-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Type S = soiree, type I = invite de la soiree F-INV-SOIREE
      *    Etat de la soiree : O ouverte, T tenue (F-SOI-COMMANDE =
      *    numero de la commande dans historique-commandes.txt)
      *    Reponse de l'invite : blanc en attente, O oui, N non,
      *    P peut-etre
       FD  SOIREES-FICHIER.
       01  F-SOIREE.
           05 F-SOI-TYPE         PIC X.
           05 F-SOI-NUMERO       PIC 9(04).
           05 F-SOI-DATE         PIC 9(08).
           05 F-SOI-ORGANISATEUR PIC X(20).
           05 F-SOI-BUDGET       PIC 9(5)V99.
           05 F-SOI-ETAT         PIC X.
           05 F-SOI-COMMANDE     PIC 9(04).
       01  F-INVITE.
           05 F-INV-TYPE         PIC X.
           05 F-INV-SOIREE       PIC 9(04).
           05 F-INV-NOM          PIC X(20).
           05 F-INV-PERSONNE     PIC 9(05).
           05 F-INV-REPONSE      PIC X.
           05 F-INV-PIZZA1       PIC X(10).
           05 F-INV-PIZZA2       PIC X(10).

      *    Meme decoupage que PersonneMaitre.cpy dans Lire-fichier
       FD  FICHIER-P.
       01  F-PERSONNE.
           05 F-PER-NUMERO       PIC 9(05).
           05 F-PER-NOM          PIC X(15).
           05 F-PER-PRENOM       PIC X(15).
           05 F-PER-DATTE        PIC X(15).
           05 F-PER-ADRESSE      PIC X(25).
           05 F-PER-CP           PIC X(05).
           05 F-PER-VILLE        PIC X(15).
           05 F-PER-TEL          PIC X(12).
           05 F-PER-ETAT         PIC X.
           05 F-PER-DATE-ETAT    PIC 9(08).
           05 F-PER-GENRE        PIC X.
           05 F-PER-NPAI         PIC X.
           05 FILLER             PIC X(02).

      *    Meme decoupage que F-MENAGE dans gere-menages.cbl
       FD  MENAGES-FICHIER.
       01  F-MENAGE.
           05 F-MEN-NUMERO       PIC 9(04).
           05 F-MEN-PERSONNE     PIC 9(05).
           05 F-MEN-CHEF         PIC X.

      *    Meme decoupage que F-PROFIL dans pizza.cbl
       FD  PROFILS-FICHIER.
       01  F-PROFIL.
           05 F-PRO-NOM          PIC X(20).
           05 F-PRO-PIZZA1       PIC X(10).
           05 F-PRO-PIZZA2       PIC X(10).
           05 F-PRO-RESTRICTIONS PIC X(08).

      *    Meme decoupage que F-PRIX-PIZZA dans maint-prix-pizzas.cbl
       FD  PRIX-FICHIER.
       01  F-PRIX-PIZZA.
           05 F-PP-TYPE          PIC X(10).
           05 F-PP-PRIX          PIC 99V99.
           05 F-PP-ACTIF         PIC X.
           05 F-PP-ALLERGENES    PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-SOIREES-STATUS          PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-MENAGES-STATUS          PIC XX.
       01 WS-PROFILS-STATUS          PIC XX.
       01 WS-PRIX-STATUS             PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-MODIFIE                 PIC X VALUE "N".

       01 WS-TABLE-SOIREES.
           05 WS-SOI OCCURS 50 TIMES.
              10 WS-SOI-NUMERO       PIC 9(04).
              10 WS-SOI-DATE         PIC 9(08).
              10 WS-SOI-ORGANISATEUR PIC X(20).
              10 WS-SOI-BUDGET       PIC 9(5)V99.
              10 WS-SOI-ETAT         PIC X.
              10 WS-SOI-COMMANDE     PIC 9(04).
       01 WS-NB-SOI                  PIC 99 VALUE 0.
       01 WS-IDX-SOI                 PIC 99 VALUE 1.
       01 WS-IDX-SOI-TROUVE          PIC 99 VALUE 0.

       01 WS-TABLE-INVITES.
           05 WS-INV OCCURS 300 TIMES.
              10 WS-INV-SOIREE       PIC 9(04).
              10 WS-INV-NOM          PIC X(20).
              10 WS-INV-PERSONNE     PIC 9(05).
              10 WS-INV-REPONSE      PIC X.
              10 WS-INV-PIZZA1       PIC X(10).
              10 WS-INV-PIZZA2       PIC X(10).
       01 WS-NB-INV                  PIC 9(03) VALUE 0.
       01 WS-IDX-INV                 PIC 9(03) VALUE 1.
       01 WS-IDX-INV-TROUVE          PIC 9(03) VALUE 0.
      *    Invites de la soiree choisie, dans l'ordre de la liste
       01 WS-TABLE-LISTE.
           05 WS-LST-INV OCCURS 50 TIMES PIC 9(03).
       01 WS-NB-LISTE                PIC 99 VALUE 0.
       01 WS-IDX-LISTE               PIC 99 VALUE 1.

      *    Commandes habituelles des convives et carte des prix, pour
      *    les pizzas probables et le cout estime
       01 WS-TABLE-PROFILS.
           05 WS-PRO OCCURS 50 TIMES.
              10 WS-PRO-NOM          PIC X(20).
              10 WS-PRO-PIZZA1       PIC X(10).
              10 WS-PRO-PIZZA2       PIC X(10).
       01 WS-NB-PRO                  PIC 99 VALUE 0.
       01 WS-IDX-PRO                 PIC 99 VALUE 1.
       01 WS-IDX-PRO-TROUVE          PIC 99 VALUE 0.
       01 WS-TABLE-PRIX.
           05 WS-PRIX OCCURS 20 TIMES.
              10 WS-PRIX-TYPE        PIC X(10).
              10 WS-PRIX-VAL         PIC 99V99.
       01 WS-NB-PRIX                 PIC 99 VALUE 0.
       01 WS-IDX-PRIX                PIC 99 VALUE 1.
      *    Prix d'une pizza absente de la carte, comme dans pizza
       01 WS-PRIX-DEFAUT             PIC 99V99 VALUE 8.00.
       01 WS-PRIX-UNITE              PIC 99V99.
       01 WS-PIZZA-RECH              PIC X(10).

      *    Saisies
       01 WS-NUMERO-SAISI            PIC 9(04).
       01 WS-DATE-SAISIE             PIC 9(08).
       01 WS-ORGANISATEUR-SAISI      PIC X(20).
       01 WS-BUDGET-SAISI            PIC 9(5)V99.
       01 WS-PERSONNE-SAISIE         PIC 9(05).
       01 WS-MENAGE-SAISI            PIC 9(04).
       01 WS-REPONSE-SAISIE          PIC X.
       01 WS-GARDER                  PIC X.
       01 WS-RANG-SAISI              PIC 99.
       01 WS-PIZZA1-SAISIE           PIC X(10).
       01 WS-PIZZA2-SAISIE           PIC X(10).

      *    Invite en cours d'ajout
       01 WS-NOM-INVITE              PIC X(20).
       01 WS-PERSONNE-INVITE         PIC 9(05).
       01 WS-PRENOM-SEUL             PIC X(20).
       01 WS-TROUVE                  PIC X.
       01 WS-NB-AJOUTES              PIC 99.
       01 WS-FIN                     PIC X.

      *    Decompte et cout estime de la liste
       01 WS-NB-OUI                  PIC 99.
       01 WS-NB-NON                  PIC 99.
       01 WS-NB-PEUT-ETRE            PIC 99.
       01 WS-NB-ATTENTE              PIC 99.
       01 WS-COUT-ESTIME             PIC 9(5)V99.
       01 WS-COUT-AFF                PIC ZZZZ9.99.
       01 WS-BUDGET-AFF              PIC ZZZZ9.99.
       01 WS-NUMERO-MAX              PIC 9(04).
       77 WS-DATE-SYS                PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "SOIREES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM CHARGER-SOIREES.
       PERFORM CHARGER-PROFILS.
       PERFORM CHARGER-PRIX.

       PERFORM UNTIL WS-CHOIX = 8
           DISPLAY "----- SOIREES PIZZA -----"
           DISPLAY "1. Lister les soirees"
           DISPLAY "2. Creer une soiree"
           DISPLAY "3. Inviter une personne"
           DISPLAY "4. Inviter un menage"
           DISPLAY "5. Inviter un convive hors fichier"
           DISPLAY "6. Enregistrer une reponse"
           DISPLAY "7. Liste des invites d'une soiree"
           DISPLAY "8. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-SOIREES
               WHEN 2
                   PERFORM CREER-SOIREE THRU CREER-SOIREE-FIN
               WHEN 3
                   PERFORM INVITER-PERSONNE THRU INVITER-PERSONNE-FIN
               WHEN 4
                   PERFORM INVITER-MENAGE THRU INVITER-MENAGE-FIN
               WHEN 5
                   PERFORM INVITER-NOM THRU INVITER-NOM-FIN
               WHEN 6
                   PERFORM ENREGISTRER-REPONSE
                       THRU ENREGISTRER-REPONSE-FIN
               WHEN 7
                   PERFORM LISTER-INVITES THRU LISTER-INVITES-FIN
               WHEN 8
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-SOIREES
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge soirees.txt ; l'absence du fichier (premiere
      *    soiree) n'est pas une erreur
       CHARGER-SOIREES.
           OPEN INPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS = "00"
               PERFORM UNTIL WS-SOIREES-STATUS NOT = "00"
                   READ SOIREES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM RANGER-LIGNE-SOIREE
                   END-READ
               END-PERFORM
               CLOSE SOIREES-FICHIER
           END-IF.

       RANGER-LIGNE-SOIREE.
           IF F-SOI-TYPE = "S" AND WS-NB-SOI < 50
               ADD 1 TO WS-NB-SOI
               MOVE F-SOI-NUMERO TO WS-SOI-NUMERO(WS-NB-SOI)
               MOVE F-SOI-DATE TO WS-SOI-DATE(WS-NB-SOI)
               MOVE F-SOI-ORGANISATEUR
                   TO WS-SOI-ORGANISATEUR(WS-NB-SOI)
               MOVE F-SOI-BUDGET TO WS-SOI-BUDGET(WS-NB-SOI)
               MOVE F-SOI-ETAT TO WS-SOI-ETAT(WS-NB-SOI)
               MOVE F-SOI-COMMANDE TO WS-SOI-COMMANDE(WS-NB-SOI)
           END-IF.
           IF F-INV-TYPE = "I" AND WS-NB-INV < 300
               ADD 1 TO WS-NB-INV
               MOVE F-INV-SOIREE TO WS-INV-SOIREE(WS-NB-INV)
               MOVE F-INV-NOM TO WS-INV-NOM(WS-NB-INV)
               MOVE F-INV-PERSONNE TO WS-INV-PERSONNE(WS-NB-INV)
               MOVE F-INV-REPONSE TO WS-INV-REPONSE(WS-NB-INV)
               MOVE F-INV-PIZZA1 TO WS-INV-PIZZA1(WS-NB-INV)
               MOVE F-INV-PIZZA2 TO WS-INV-PIZZA2(WS-NB-INV)
           END-IF.

       CHARGER-PROFILS.
           OPEN INPUT PROFILS-FICHIER.
           IF WS-PROFILS-STATUS = "00"
               PERFORM UNTIL WS-PROFILS-STATUS NOT = "00"
                   READ PROFILS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-PRO < 50
                               ADD 1 TO WS-NB-PRO
                               MOVE F-PRO-NOM
                                   TO WS-PRO-NOM(WS-NB-PRO)
                               MOVE F-PRO-PIZZA1
                                   TO WS-PRO-PIZZA1(WS-NB-PRO)
                               MOVE F-PRO-PIZZA2
                                   TO WS-PRO-PIZZA2(WS-NB-PRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILS-FICHIER
           END-IF.

       CHARGER-PRIX.
           OPEN INPUT PRIX-FICHIER.
           IF WS-PRIX-STATUS = "00"
               PERFORM UNTIL WS-PRIX-STATUS NOT = "00"
                   READ PRIX-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-PP-ACTIF NOT = "N"
                              AND WS-NB-PRIX < 20
                              AND F-PP-PRIX IS NUMERIC
                               ADD 1 TO WS-NB-PRIX
                               MOVE F-PP-TYPE
                                   TO WS-PRIX-TYPE(WS-NB-PRIX)
                               MOVE F-PP-PRIX
                                   TO WS-PRIX-VAL(WS-NB-PRIX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIX-FICHIER
           END-IF.

       LISTER-SOIREES.
           IF WS-NB-SOI = 0
               DISPLAY "Aucune soiree enregistree."
           ELSE
               PERFORM VARYING WS-IDX-SOI FROM 1 BY 1
                       UNTIL WS-IDX-SOI > WS-NB-SOI
                   MOVE WS-SOI-BUDGET(WS-IDX-SOI) TO WS-BUDGET-AFF
                   IF WS-SOI-ETAT(WS-IDX-SOI) = "T"
                       DISPLAY WS-SOI-NUMERO(WS-IDX-SOI) " "
                               WS-SOI-DATE(WS-IDX-SOI) " "
                               WS-SOI-ORGANISATEUR(WS-IDX-SOI)
                               " budget " WS-BUDGET-AFF
                               "  (tenue, commande "
                               WS-SOI-COMMANDE(WS-IDX-SOI) ")"
                   ELSE
                       DISPLAY WS-SOI-NUMERO(WS-IDX-SOI) " "
                               WS-SOI-DATE(WS-IDX-SOI) " "
                               WS-SOI-ORGANISATEUR(WS-IDX-SOI)
                               " budget " WS-BUDGET-AFF
                   END-IF
               END-PERFORM
           END-IF.

       CREER-SOIREE.
           IF WS-NB-SOI = 50
               DISPLAY "Le fichier des soirees est plein (50)."
               GO TO CREER-SOIREE-FIN
           END-IF.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           DISPLAY "Date de la soiree (AAAAMMJJ) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE < WS-DATE-SYS
               DISPLAY "La date est passee."
               GO TO CREER-SOIREE-FIN
           END-IF.
           DISPLAY "Organisateur : ".
           ACCEPT WS-ORGANISATEUR-SAISI.
           IF WS-ORGANISATEUR-SAISI = SPACES
               DISPLAY "Organisateur obligatoire."
               GO TO CREER-SOIREE-FIN
           END-IF.
           DISPLAY "Budget prevu (ex. 00150.00) : ".
           ACCEPT WS-BUDGET-SAISI.
           MOVE 0 TO WS-NUMERO-MAX.
           PERFORM VARYING WS-IDX-SOI FROM 1 BY 1
                   UNTIL WS-IDX-SOI > WS-NB-SOI
               IF WS-SOI-NUMERO(WS-IDX-SOI) > WS-NUMERO-MAX
                   MOVE WS-SOI-NUMERO(WS-IDX-SOI) TO WS-NUMERO-MAX
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-SOI.
           ADD 1 TO WS-NUMERO-MAX.
           MOVE WS-NUMERO-MAX TO WS-SOI-NUMERO(WS-NB-SOI).
           MOVE WS-DATE-SAISIE TO WS-SOI-DATE(WS-NB-SOI).
           MOVE WS-ORGANISATEUR-SAISI
               TO WS-SOI-ORGANISATEUR(WS-NB-SOI).
           MOVE WS-BUDGET-SAISI TO WS-SOI-BUDGET(WS-NB-SOI).
           MOVE "O" TO WS-SOI-ETAT(WS-NB-SOI).
           MOVE 0 TO WS-SOI-COMMANDE(WS-NB-SOI).
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Soiree " WS-NUMERO-MAX " creee.".
       CREER-SOIREE-FIN.
           EXIT.

      *    Soiree designee par son numero ; WS-IDX-SOI-TROUVE a 0 si
      *    elle est inconnue ou deja tenue
       CHOISIR-SOIREE.
           DISPLAY "Numero de la soiree : ".
           ACCEPT WS-NUMERO-SAISI.
           MOVE 0 TO WS-IDX-SOI-TROUVE.
           PERFORM VARYING WS-IDX-SOI FROM 1 BY 1
                   UNTIL WS-IDX-SOI > WS-NB-SOI
                   OR WS-IDX-SOI-TROUVE NOT = 0
               IF WS-SOI-NUMERO(WS-IDX-SOI) = WS-NUMERO-SAISI
                   MOVE WS-IDX-SOI TO WS-IDX-SOI-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-SOI-TROUVE = 0
               DISPLAY "Soiree inconnue."
           ELSE
               IF WS-SOI-ETAT(WS-IDX-SOI-TROUVE) = "T"
                   DISPLAY "Cette soiree a deja eu lieu."
                   MOVE 0 TO WS-IDX-SOI-TROUVE
               END-IF
           END-IF.

       INVITER-PERSONNE.
           PERFORM CHOISIR-SOIREE.
           IF WS-IDX-SOI-TROUVE = 0
               GO TO INVITER-PERSONNE-FIN
           END-IF.
           DISPLAY "Numero de la personne : ".
           ACCEPT WS-PERSONNE-SAISIE.
           PERFORM LIRE-PERSONNE.
           IF WS-TROUVE = "O"
               PERFORM AJOUTER-INVITE
           END-IF.
       INVITER-PERSONNE-FIN.
           EXIT.

      *    Lit WS-PERSONNE-SAISIE dans personnes.dat et prepare son
      *    nom de convive PRENOM NOM ; inactifs et decedes refuses
       LIRE-PERSONNE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                       WS-FICHIER-P-STATUS ")"
           ELSE
               MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       DISPLAY "Personne " WS-PERSONNE-SAISIE
                               " inconnue."
                   NOT INVALID KEY
                       IF F-PER-ETAT = "I" OR F-PER-ETAT = "D"
                           DISPLAY "Personne " WS-PERSONNE-SAISIE
                                   " inactive ou decedee."
                       ELSE
                           MOVE "O" TO WS-TROUVE
                       END-IF
               END-READ
               CLOSE FICHIER-P
           END-IF.
           IF WS-TROUVE = "O"
               MOVE SPACES TO WS-NOM-INVITE
               STRING FUNCTION TRIM(F-PER-PRENOM) " "
                      FUNCTION TRIM(F-PER-NOM)
                   DELIMITED BY SIZE INTO WS-NOM-INVITE
               MOVE F-PER-PRENOM TO WS-PRENOM-SEUL
               MOVE WS-PERSONNE-SAISIE TO WS-PERSONNE-INVITE
           END-IF.

      *    Tous les membres du menage sont invites
       INVITER-MENAGE.
           PERFORM CHOISIR-SOIREE.
           IF WS-IDX-SOI-TROUVE = 0
               GO TO INVITER-MENAGE-FIN
           END-IF.
           DISPLAY "Numero du menage : ".
           ACCEPT WS-MENAGE-SAISI.
           MOVE 0 TO WS-NB-AJOUTES.
           OPEN INPUT MENAGES-FICHIER.
           IF WS-MENAGES-STATUS NOT = "00"
               DISPLAY "menages.txt absent."
               GO TO INVITER-MENAGE-FIN
           END-IF.
           PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
               READ MENAGES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-MEN-NUMERO = WS-MENAGE-SAISI
                           MOVE F-MEN-PERSONNE TO WS-PERSONNE-SAISIE
                           PERFORM LIRE-PERSONNE
                           IF WS-TROUVE = "O"
                               PERFORM AJOUTER-INVITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENAGES-FICHIER.
           DISPLAY WS-NB-AJOUTES " invite(s) ajoute(s).".
       INVITER-MENAGE-FIN.
           EXIT.

       INVITER-NOM.
           PERFORM CHOISIR-SOIREE.
           IF WS-IDX-SOI-TROUVE = 0
               GO TO INVITER-NOM-FIN
           END-IF.
           DISPLAY "Nom du convive : ".
           ACCEPT WS-NOM-INVITE.
           IF WS-NOM-INVITE = SPACES
               GO TO INVITER-NOM-FIN
           END-IF.
           MOVE SPACES TO WS-PRENOM-SEUL.
           MOVE 0 TO WS-PERSONNE-INVITE.
           PERFORM AJOUTER-INVITE.
       INVITER-NOM-FIN.
           EXIT.

      *    Ajoute WS-NOM-INVITE a la soiree WS-IDX-SOI-TROUVE, avec
      *    sa commande habituelle comme pizzas probables ; un profil
      *    tenu au seul prenom donne aussi son nom de convive, pour
      *    que pizza le reconnaisse
       AJOUTER-INVITE.
           MOVE 0 TO WS-IDX-PRO-TROUVE.
           PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                   UNTIL WS-IDX-PRO > WS-NB-PRO
                   OR WS-IDX-PRO-TROUVE NOT = 0
               IF WS-PRO-NOM(WS-IDX-PRO) = WS-NOM-INVITE
                   MOVE WS-IDX-PRO TO WS-IDX-PRO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-PRO-TROUVE = 0 AND WS-PRENOM-SEUL NOT = SPACES
               PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                       UNTIL WS-IDX-PRO > WS-NB-PRO
                       OR WS-IDX-PRO-TROUVE NOT = 0
                   IF WS-PRO-NOM(WS-IDX-PRO) = WS-PRENOM-SEUL
                       MOVE WS-IDX-PRO TO WS-IDX-PRO-TROUVE
                       MOVE WS-PRENOM-SEUL TO WS-NOM-INVITE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 0 TO WS-IDX-INV-TROUVE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
                   OR WS-IDX-INV-TROUVE NOT = 0
               IF WS-INV-SOIREE(WS-IDX-INV) =
                       WS-SOI-NUMERO(WS-IDX-SOI-TROUVE)
                  AND WS-INV-NOM(WS-IDX-INV) = WS-NOM-INVITE
                   MOVE WS-IDX-INV TO WS-IDX-INV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-INV-TROUVE NOT = 0
               DISPLAY WS-NOM-INVITE " est deja invite."
           ELSE
               IF WS-NB-INV = 300
                   DISPLAY "Le fichier des invites est plein (300)."
               ELSE
                   ADD 1 TO WS-NB-INV
                   MOVE WS-SOI-NUMERO(WS-IDX-SOI-TROUVE)
                       TO WS-INV-SOIREE(WS-NB-INV)
                   MOVE WS-NOM-INVITE TO WS-INV-NOM(WS-NB-INV)
                   MOVE WS-PERSONNE-INVITE
                       TO WS-INV-PERSONNE(WS-NB-INV)
                   MOVE SPACE TO WS-INV-REPONSE(WS-NB-INV)
                   IF WS-IDX-PRO-TROUVE = 0
                       MOVE SPACES TO WS-INV-PIZZA1(WS-NB-INV)
                       MOVE SPACES TO WS-INV-PIZZA2(WS-NB-INV)
                   ELSE
                       MOVE WS-PRO-PIZZA1(WS-IDX-PRO-TROUVE)
                           TO WS-INV-PIZZA1(WS-NB-INV)
                       MOVE WS-PRO-PIZZA2(WS-IDX-PRO-TROUVE)
                           TO WS-INV-PIZZA2(WS-NB-INV)
                   END-IF
                   MOVE "O" TO WS-MODIFIE
                   ADD 1 TO WS-NB-AJOUTES
                   DISPLAY WS-NOM-INVITE " invite."
               END-IF
           END-IF.

      *    Invites de la soiree choisie dans WS-LST-INV, numerotes
      *    a l'ecran
       LISTER-INVITES-SOIREE.
           MOVE 0 TO WS-NB-LISTE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) =
                       WS-SOI-NUMERO(WS-IDX-SOI-TROUVE)
                  AND WS-NB-LISTE < 50
                   ADD 1 TO WS-NB-LISTE
                   MOVE WS-IDX-INV TO WS-LST-INV(WS-NB-LISTE)
                   DISPLAY WS-NB-LISTE " "
                           WS-INV-NOM(WS-IDX-INV) " reponse "
                           WS-INV-REPONSE(WS-IDX-INV) " "
                           WS-INV-PIZZA1(WS-IDX-INV) " + "
                           WS-INV-PIZZA2(WS-IDX-INV)
               END-IF
           END-PERFORM.

      *    Reponse O, N ou P ; pour O et P, les pizzas probables
      *    (commande habituelle) sont gardees ou ressaisies
       ENREGISTRER-REPONSE.
           PERFORM CHOISIR-SOIREE.
           IF WS-IDX-SOI-TROUVE = 0
               GO TO ENREGISTRER-REPONSE-FIN
           END-IF.
           PERFORM LISTER-INVITES-SOIREE.
           IF WS-NB-LISTE = 0
               DISPLAY "Aucun invite pour cette soiree."
               GO TO ENREGISTRER-REPONSE-FIN
           END-IF.
           DISPLAY "Numero de l'invite dans la liste : ".
           ACCEPT WS-RANG-SAISI.
           IF WS-RANG-SAISI = 0 OR WS-RANG-SAISI > WS-NB-LISTE
               DISPLAY "Numero invalide."
               GO TO ENREGISTRER-REPONSE-FIN
           END-IF.
           MOVE WS-LST-INV(WS-RANG-SAISI) TO WS-IDX-INV-TROUVE.
           DISPLAY "Reponse (O oui, N non, P peut-etre) : ".
           ACCEPT WS-REPONSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE-SAISIE)
               TO WS-REPONSE-SAISIE.
           IF WS-REPONSE-SAISIE NOT = "O"
              AND WS-REPONSE-SAISIE NOT = "N"
              AND WS-REPONSE-SAISIE NOT = "P"
               DISPLAY "Reponse invalide."
               GO TO ENREGISTRER-REPONSE-FIN
           END-IF.
           MOVE WS-REPONSE-SAISIE
               TO WS-INV-REPONSE(WS-IDX-INV-TROUVE).
           MOVE "O" TO WS-MODIFIE.
           IF WS-REPONSE-SAISIE = "N"
               DISPLAY "Reponse enregistree."
               GO TO ENREGISTRER-REPONSE-FIN
           END-IF.
           MOVE "N" TO WS-GARDER.
           IF WS-INV-PIZZA1(WS-IDX-INV-TROUVE) NOT = SPACES
              OR WS-INV-PIZZA2(WS-IDX-INV-TROUVE) NOT = SPACES
               DISPLAY "Pizzas probables : "
                       WS-INV-PIZZA1(WS-IDX-INV-TROUVE) " + "
                       WS-INV-PIZZA2(WS-IDX-INV-TROUVE)
                       " ; les garder ? (O/N) : "
               ACCEPT WS-GARDER
               MOVE FUNCTION UPPER-CASE(WS-GARDER) TO WS-GARDER
           END-IF.
           IF WS-GARDER NOT = "O"
               DISPLAY "Premiere pizza : "
               ACCEPT WS-PIZZA1-SAISIE
               DISPLAY "Seconde pizza : "
               ACCEPT WS-PIZZA2-SAISIE
               MOVE WS-PIZZA1-SAISIE
                   TO WS-INV-PIZZA1(WS-IDX-INV-TROUVE)
               MOVE WS-PIZZA2-SAISIE
                   TO WS-INV-PIZZA2(WS-IDX-INV-TROUVE)
           END-IF.
           DISPLAY "Reponse enregistree.".
       ENREGISTRER-REPONSE-FIN.
           EXIT.

      *    Liste des invites, decompte des reponses et cout estime
      *    des pizzas des convives confirmes, face au budget
       LISTER-INVITES.
           PERFORM CHOISIR-SOIREE.
           IF WS-IDX-SOI-TROUVE = 0
               GO TO LISTER-INVITES-FIN
           END-IF.
           PERFORM LISTER-INVITES-SOIREE.
           MOVE 0 TO WS-NB-OUI WS-NB-NON WS-NB-PEUT-ETRE
                     WS-NB-ATTENTE.
           MOVE 0 TO WS-COUT-ESTIME.
           PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
                   UNTIL WS-IDX-LISTE > WS-NB-LISTE
               MOVE WS-LST-INV(WS-IDX-LISTE) TO WS-IDX-INV
               EVALUATE WS-INV-REPONSE(WS-IDX-INV)
                   WHEN "O"
                       ADD 1 TO WS-NB-OUI
                       MOVE WS-INV-PIZZA1(WS-IDX-INV)
                           TO WS-PIZZA-RECH
                       PERFORM CHERCHER-PRIX
                       ADD WS-PRIX-UNITE TO WS-COUT-ESTIME
                       MOVE WS-INV-PIZZA2(WS-IDX-INV)
                           TO WS-PIZZA-RECH
                       PERFORM CHERCHER-PRIX
                       ADD WS-PRIX-UNITE TO WS-COUT-ESTIME
                   WHEN "N"
                       ADD 1 TO WS-NB-NON
                   WHEN "P"
                       ADD 1 TO WS-NB-PEUT-ETRE
                   WHEN OTHER
                       ADD 1 TO WS-NB-ATTENTE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Oui " WS-NB-OUI "  non " WS-NB-NON
                   "  peut-etre " WS-NB-PEUT-ETRE
                   "  sans reponse " WS-NB-ATTENTE.
           MOVE WS-COUT-ESTIME TO WS-COUT-AFF.
           MOVE WS-SOI-BUDGET(WS-IDX-SOI-TROUVE) TO WS-BUDGET-AFF.
           DISPLAY "Cout estime des convives confirmes : "
                   WS-COUT-AFF " pour un budget de " WS-BUDGET-AFF.
           IF WS-COUT-ESTIME > WS-SOI-BUDGET(WS-IDX-SOI-TROUVE)
               DISPLAY "** Le cout estime depasse le budget **"
           END-IF.
       LISTER-INVITES-FIN.
           EXIT.

      *    Prix de WS-PIZZA-RECH a la carte (prix par defaut si elle
      *    n'y est pas, rien pour une case vide)
       CHERCHER-PRIX.
           MOVE 0 TO WS-PRIX-UNITE.
           IF WS-PIZZA-RECH NOT = SPACES
               MOVE WS-PRIX-DEFAUT TO WS-PRIX-UNITE
               PERFORM VARYING WS-IDX-PRIX FROM 1 BY 1
                       UNTIL WS-IDX-PRIX > WS-NB-PRIX
                   IF WS-PRIX-TYPE(WS-IDX-PRIX) = WS-PIZZA-RECH
                       MOVE WS-PRIX-VAL(WS-IDX-PRIX) TO WS-PRIX-UNITE
                   END-IF
               END-PERFORM
           END-IF.

      *    Reecrit soirees.txt : chaque soiree suivie de ses invites
       ECRIRE-SOIREES.
           OPEN OUTPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire soirees.txt"
           ELSE
               PERFORM VARYING WS-IDX-SOI FROM 1 BY 1
                       UNTIL WS-IDX-SOI > WS-NB-SOI
                   MOVE SPACES TO F-SOIREE
                   MOVE "S" TO F-SOI-TYPE
                   MOVE WS-SOI-NUMERO(WS-IDX-SOI) TO F-SOI-NUMERO
                   MOVE WS-SOI-DATE(WS-IDX-SOI) TO F-SOI-DATE
                   MOVE WS-SOI-ORGANISATEUR(WS-IDX-SOI)
                       TO F-SOI-ORGANISATEUR
                   MOVE WS-SOI-BUDGET(WS-IDX-SOI) TO F-SOI-BUDGET
                   MOVE WS-SOI-ETAT(WS-IDX-SOI) TO F-SOI-ETAT
                   MOVE WS-SOI-COMMANDE(WS-IDX-SOI) TO F-SOI-COMMANDE
                   WRITE F-SOIREE
                   PERFORM ECRIRE-INVITES-SOIREE
               END-PERFORM
               CLOSE SOIREES-FICHIER
               DISPLAY "soirees.txt mis a jour."
           END-IF.

       ECRIRE-INVITES-SOIREE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV
               IF WS-INV-SOIREE(WS-IDX-INV) =
                       WS-SOI-NUMERO(WS-IDX-SOI)
                   MOVE SPACES TO F-INVITE
                   MOVE "I" TO F-INV-TYPE
                   MOVE WS-INV-SOIREE(WS-IDX-INV) TO F-INV-SOIREE
                   MOVE WS-INV-NOM(WS-IDX-INV) TO F-INV-NOM
                   MOVE WS-INV-PERSONNE(WS-IDX-INV) TO F-INV-PERSONNE
                   MOVE WS-INV-REPONSE(WS-IDX-INV) TO F-INV-REPONSE
                   MOVE WS-INV-PIZZA1(WS-IDX-INV) TO F-INV-PIZZA1
                   MOVE WS-INV-PIZZA2(WS-IDX-INV) TO F-INV-PIZZA2
                   WRITE F-INVITE
               END-IF
           END-PERFORM.
