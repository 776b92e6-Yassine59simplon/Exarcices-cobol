       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGES.
      * Console de la file des messages sortants : les lettres de
      * LETTRES-PAR, les commandes en retard de RECEPTION-CDE, les
      * relances de parts de pizza, les alertes pour le superviseur
      * et les messages d'anniversaire s'ecrivaient chacun dans leur
      * fichier, et il fallait penser a aller les voir. Ces
      * programmes ajoutent maintenant leurs messages a une file
      * unique, messages.txt (Message.cpy, sous-programme
      * MessageSortant), tenue ici :
      *   - liste des messages non envoyes ;
      *   - liberation des messages en attente : chacun est remis au
      *     fichier d'envoi de son canal (envoi-courrier.txt,
      *     envoi-email.txt, envoi-sms.txt) et compte un essai ;
      *   - marquage d'un message libere comme envoye ou en echec ;
      *   - relance des echecs : un message en echec repasse en
      *     attente tant qu'il a fait moins d'essais que
      *     MESSAGES-ESSAIS-MAX (cle de parametres.txt, 3 par
      *     defaut) ; au-dela il est abandonne et une alerte est
      *     consignee dans alertes.txt (AlerteLog).
      * Chaque mise a jour passe par le fichier de travail
      * messages-travail.txt puis est recopiee dans messages.txt.
      * MATIN-BRIEF compte les messages non envoyes des jours
      * precedents.
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGES-FICHIER ASSIGN TO "messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT TRAVAIL-FICHIER ASSIGN TO "messages-travail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

      *    Fichiers d'envoi par canal, completes a chaque liberation
           SELECT COURRIER-FICHIER ASSIGN TO "envoi-courrier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURRIER-STATUS.

           SELECT EMAIL-FICHIER ASSIGN TO "envoi-email.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

           SELECT SMS-FICHIER ASSIGN TO "envoi-sms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGES-FICHIER.
           COPY "Message.cpy".

       FD  TRAVAIL-FICHIER.
       01  F-LIGNE-TRAVAIL           PIC X(157).

       FD  COURRIER-FICHIER.
       01  F-LIGNE-COURRIER          PIC X(130).

       FD  EMAIL-FICHIER.
       01  F-LIGNE-EMAIL             PIC X(130).

       FD  SMS-FICHIER.
       01  F-LIGNE-SMS               PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-MESSAGES-STATUS         PIC XX.
       01 WS-TRAVAIL-STATUS          PIC XX.
       01 WS-COURRIER-STATUS         PIC XX.
       01 WS-EMAIL-STATUS            PIC XX.
       01 WS-SMS-STATUS              PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.

      *    Code de l'operateur de la session (pose par OPERATIONS,
      *    ou demande ici)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.

      *    Nombre maximal d'essais d'un message (cle
      *    MESSAGES-ESSAIS-MAX)
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.
       01 WS-ESSAIS-MAX              PIC 9(02) VALUE 3.

      *    Mise a jour en cours sur la file : L = liberer, E = marquer
      *    envoye, X = marquer en echec, R = relancer les echecs
       01 WS-MISE-A-JOUR             PIC X.
      *    Message choisi (0 = tous les messages liberes, pour le
      *    marquage envoye)
       01 WS-NUMERO-CHOISI           PIC 9(06).
       01 WS-LIBELLE-STATUT          PIC X(10).
       01 WS-LIBELLE-CANAL           PIC X(08).
       01 WS-LIGNE-ENVOI             PIC X(130).

       01 WS-NB-TRAITES              PIC 9(05) VALUE 0.
       01 WS-NB-MODIFIES             PIC 9(05) VALUE 0.
       01 WS-NB-LISTES               PIC 9(05) VALUE 0.
       01 WS-NB-ENVOYES              PIC 9(05) VALUE 0.
       01 WS-NB-ABANDONS             PIC 9(05) VALUE 0.
       01 WS-COPIE-OK                PIC X.

      *    Messages abandonnes au passage de relance, signales dans
      *    alertes.txt une fois la file recopiee
       01 WS-TABLE-ABANDON.
           05 WS-ABANDON-NUMERO OCCURS 50 TIMES PIC 9(06).
       01 WS-IDX-ABANDON             PIC 9(02).
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "MESSAGES".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX    VALUE "ME".

       77 WS-DATE-SYS                PIC 9(8).
       77 WS-HEURE-SYS               PIC 9(8).

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
           STOP RUN
       END-IF.

       MOVE "MESSAGES-ESSAIS-MAX" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-ESSAIS-MAX = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM UNTIL WS-CHOIX = 6
           DISPLAY "----- FILE DES MESSAGES SORTANTS -----"
           DISPLAY "1. Lister les messages non envoyes"
           DISPLAY "2. Liberer les messages en attente"
           DISPLAY "3. Marquer des messages envoyes"
           DISPLAY "4. Marquer un message en echec"
           DISPLAY "5. Relancer les messages en echec"
           DISPLAY "6. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-MESSAGES THRU LISTER-MESSAGES-FIN
               WHEN 2
                   PERFORM LIBERER-MESSAGES THRU LIBERER-MESSAGES-FIN
               WHEN 3
                   DISPLAY "Numero du message envoye (0 = tous les "
                           "messages liberes) : "
                   ACCEPT WS-NUMERO-CHOISI
                   MOVE "E" TO WS-MISE-A-JOUR
                   PERFORM METTRE-A-JOUR-FILE
                       THRU METTRE-A-JOUR-FILE-FIN
                   DISPLAY "Messages marques envoyes : "
                           WS-NB-TRAITES
               WHEN 4
                   DISPLAY "Numero du message en echec : "
                   ACCEPT WS-NUMERO-CHOISI
                   MOVE "X" TO WS-MISE-A-JOUR
                   PERFORM METTRE-A-JOUR-FILE
                       THRU METTRE-A-JOUR-FILE-FIN
                   IF WS-NB-TRAITES = 0
                       DISPLAY "Aucun message libere sous ce numero."
                   ELSE
                       DISPLAY "Message marque en echec."
                   END-IF
               WHEN 5
                   PERFORM RELANCER-ECHECS THRU RELANCER-ECHECS-FIN
               WHEN 6
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Messages pas encore envoyes (en attente, liberes, en
      *    echec, abandonnes), les envoyes etant seulement comptes
       LISTER-MESSAGES.
           MOVE 0 TO WS-NB-LISTES.
           MOVE 0 TO WS-NB-ENVOYES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT MESSAGES-FICHIER.
           IF WS-MESSAGES-STATUS NOT = "00"
               DISPLAY "Aucun message en file."
               GO TO LISTER-MESSAGES-FIN
           END-IF.
           DISPLAY "NUMERO STATUT     CANAL    CREE LE  ESSAIS "
                   "DESTINATAIRE / OBJET".
           PERFORM UNTIL WS-MESSAGES-STATUS NOT = "00"
               READ MESSAGES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-MSG-STATUT = "E"
                           ADD 1 TO WS-NB-ENVOYES
                       ELSE
                           PERFORM AFFICHER-MESSAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESSAGES-FICHIER.
           DISPLAY "Messages non envoyes : " WS-NB-LISTES
                   "   deja envoyes : " WS-NB-ENVOYES.
       LISTER-MESSAGES-FIN.
           EXIT.

       AFFICHER-MESSAGE.
           ADD 1 TO WS-NB-LISTES.
           PERFORM LIBELLES-MESSAGE.
           DISPLAY F-MSG-NUMERO " " WS-LIBELLE-STATUT " "
                   WS-LIBELLE-CANAL " " F-MSG-DATE-CREATION " "
                   F-MSG-ESSAIS "     "
                   F-MSG-DESTINATAIRE.
           DISPLAY "       " F-MSG-SOURCE " " F-MSG-OBJET.
           DISPLAY "       -> " F-MSG-REFERENCE.

       LIBELLES-MESSAGE.
           EVALUATE F-MSG-STATUT
               WHEN "A"
                   MOVE "en attente" TO WS-LIBELLE-STATUT
               WHEN "L"
                   MOVE "libere"     TO WS-LIBELLE-STATUT
               WHEN "E"
                   MOVE "envoye"     TO WS-LIBELLE-STATUT
               WHEN "X"
                   MOVE "en echec"   TO WS-LIBELLE-STATUT
               WHEN "B"
                   MOVE "abandonne"  TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "inconnu"    TO WS-LIBELLE-STATUT
           END-EVALUATE.
           EVALUATE F-MSG-CANAL
               WHEN "C"
                   MOVE "courrier" TO WS-LIBELLE-CANAL
               WHEN "E"
                   MOVE "email"    TO WS-LIBELLE-CANAL
               WHEN "S"
                   MOVE "SMS"      TO WS-LIBELLE-CANAL
               WHEN OTHER
                   MOVE "inconnu"  TO WS-LIBELLE-CANAL
           END-EVALUATE.

      *    Les messages en attente sont remis au fichier d'envoi de
      *    leur canal ; les trois fichiers sont completes, jamais
      *    ecrases
       LIBERER-MESSAGES.
           OPEN EXTEND COURRIER-FICHIER.
           IF WS-COURRIER-STATUS NOT = "00"
               OPEN OUTPUT COURRIER-FICHIER
           END-IF.
           OPEN EXTEND EMAIL-FICHIER.
           IF WS-EMAIL-STATUS NOT = "00"
               OPEN OUTPUT EMAIL-FICHIER
           END-IF.
           OPEN EXTEND SMS-FICHIER.
           IF WS-SMS-STATUS NOT = "00"
               OPEN OUTPUT SMS-FICHIER
           END-IF.
           IF WS-COURRIER-STATUS NOT = "00"
              OR WS-EMAIL-STATUS NOT = "00"
              OR WS-SMS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir les fichiers d'envoi ; "
                       "rien n'est libere."
               IF WS-COURRIER-STATUS = "00"
                   CLOSE COURRIER-FICHIER
               END-IF
               IF WS-EMAIL-STATUS = "00"
                   CLOSE EMAIL-FICHIER
               END-IF
               IF WS-SMS-STATUS = "00"
                   CLOSE SMS-FICHIER
               END-IF
               GO TO LIBERER-MESSAGES-FIN
           END-IF.
           MOVE 0 TO WS-NUMERO-CHOISI.
           MOVE "L" TO WS-MISE-A-JOUR.
           PERFORM METTRE-A-JOUR-FILE THRU METTRE-A-JOUR-FILE-FIN.
           CLOSE COURRIER-FICHIER.
           CLOSE EMAIL-FICHIER.
           CLOSE SMS-FICHIER.
           DISPLAY "Messages liberes : " WS-NB-TRAITES.
       LIBERER-MESSAGES-FIN.
           EXIT.

      *    Relance : les echecs repassent en attente tant qu'il leur
      *    reste des essais ; les autres sont abandonnes et signales
       RELANCER-ECHECS.
           MOVE 0 TO WS-NB-ABANDONS.
           MOVE 0 TO WS-NUMERO-CHOISI.
           MOVE "R" TO WS-MISE-A-JOUR.
           PERFORM METTRE-A-JOUR-FILE THRU METTRE-A-JOUR-FILE-FIN.
           DISPLAY "Messages remis en attente : " WS-NB-TRAITES.
           DISPLAY "Messages abandonnes apres " WS-ESSAIS-MAX
                   " essais : " WS-NB-ABANDONS.
           IF WS-COPIE-OK NOT = "O"
               GO TO RELANCER-ECHECS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-ABANDON FROM 1 BY 1
                   UNTIL WS-IDX-ABANDON > WS-NB-ABANDONS
                   OR WS-IDX-ABANDON > 50
               MOVE SPACES TO WS-ALR-FICHIER
               STRING "message " DELIMITED BY SIZE
                      WS-ABANDON-NUMERO(WS-IDX-ABANDON)
                          DELIMITED BY SIZE
                   INTO WS-ALR-FICHIER
               CALL "AlerteLog" USING WS-ALR-PROGRAMME
                                      WS-ALR-FICHIER
                                      WS-ALR-STATUT
           END-PERFORM.
       RELANCER-ECHECS-FIN.
           EXIT.

      *    Passe la file dans messages-travail.txt en appliquant la
      *    mise a jour demandee a chaque message, puis la recopie
       METTRE-A-JOUR-FILE.
           MOVE 0 TO WS-NB-TRAITES.
           MOVE 0 TO WS-NB-MODIFIES.
           MOVE "N" TO WS-COPIE-OK.
           ACCEPT WS-HEURE-SYS FROM TIME.
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           OPEN INPUT MESSAGES-FICHIER.
           IF WS-MESSAGES-STATUS NOT = "00"
               DISPLAY "Aucun message en file."
               GO TO METTRE-A-JOUR-FILE-FIN
           END-IF.
           OPEN OUTPUT TRAVAIL-FICHIER.
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire messages-travail.txt ; "
                       "file laissee intacte."
               CLOSE MESSAGES-FICHIER
               GO TO METTRE-A-JOUR-FILE-FIN
           END-IF.
           MOVE "C" TO WS-FIN.
           PERFORM UNTIL WS-MESSAGES-STATUS NOT = "00"
               READ MESSAGES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       PERFORM TRAITER-MESSAGE
                       MOVE F-MESSAGE TO F-LIGNE-TRAVAIL
                       WRITE F-LIGNE-TRAVAIL
               END-READ
           END-PERFORM.
           CLOSE MESSAGES-FICHIER.
           CLOSE TRAVAIL-FICHIER.
           IF WS-NB-MODIFIES = 0
               GO TO METTRE-A-JOUR-FILE-FIN
           END-IF.

           OPEN INPUT TRAVAIL-FICHIER.
           OPEN OUTPUT MESSAGES-FICHIER.
           IF WS-TRAVAIL-STATUS NOT = "00"
              OR WS-MESSAGES-STATUS NOT = "00"
               DISPLAY "Impossible de recopier messages.txt ; la "
                       "file a jour est dans messages-travail.txt"
               GO TO METTRE-A-JOUR-FILE-FIN
           END-IF.
           MOVE "C" TO WS-FIN.
           PERFORM UNTIL WS-TRAVAIL-STATUS NOT = "00"
               READ TRAVAIL-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE F-LIGNE-TRAVAIL TO F-MESSAGE
                       WRITE F-MESSAGE
               END-READ
           END-PERFORM.
           CLOSE TRAVAIL-FICHIER.
           CLOSE MESSAGES-FICHIER.
           MOVE "O" TO WS-COPIE-OK.
       METTRE-A-JOUR-FILE-FIN.
           EXIT.

      *    Mise a jour d'un message lu, selon WS-MISE-A-JOUR
       TRAITER-MESSAGE.
           EVALUATE TRUE
               WHEN WS-MISE-A-JOUR = "L"
                    AND F-MSG-STATUT = "A"
                   PERFORM ENVOYER-AU-CANAL
                   ADD 1 TO F-MSG-ESSAIS
                   MOVE "L" TO F-MSG-STATUT
                   ADD 1 TO WS-NB-TRAITES
                   PERFORM DATER-MESSAGE
               WHEN WS-MISE-A-JOUR = "E"
                    AND F-MSG-STATUT = "L"
                    AND (WS-NUMERO-CHOISI = 0
                         OR F-MSG-NUMERO = WS-NUMERO-CHOISI)
                   MOVE "E" TO F-MSG-STATUT
                   ADD 1 TO WS-NB-TRAITES
                   PERFORM DATER-MESSAGE
               WHEN WS-MISE-A-JOUR = "X"
                    AND F-MSG-STATUT = "L"
                    AND F-MSG-NUMERO = WS-NUMERO-CHOISI
                   MOVE "X" TO F-MSG-STATUT
                   ADD 1 TO WS-NB-TRAITES
                   PERFORM DATER-MESSAGE
               WHEN WS-MISE-A-JOUR = "R"
                    AND F-MSG-STATUT = "X"
                   IF F-MSG-ESSAIS < WS-ESSAIS-MAX
                       MOVE "A" TO F-MSG-STATUT
                       ADD 1 TO WS-NB-TRAITES
                   ELSE
                       MOVE "B" TO F-MSG-STATUT
                       ADD 1 TO WS-NB-ABANDONS
                       IF WS-NB-ABANDONS NOT > 50
                           MOVE F-MSG-NUMERO
                               TO WS-ABANDON-NUMERO(WS-NB-ABANDONS)
                       END-IF
                   END-IF
                   PERFORM DATER-MESSAGE
           END-EVALUATE.

       DATER-MESSAGE.
           ADD 1 TO WS-NB-MODIFIES.
           MOVE WS-DATE-SYS TO F-MSG-DATE-ETAT.
           MOVE WS-HEURE-SYS(1:4) TO F-MSG-HEURE-ETAT.
           MOVE WS-OPERATEUR-COURANT TO F-MSG-OPERATEUR.

      *    Ligne du fichier d'envoi du canal : numero, destinataire,
      *    objet et reference du corps
       ENVOYER-AU-CANAL.
           MOVE SPACES TO WS-LIGNE-ENVOI.
           STRING F-MSG-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MSG-DESTINATAIRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MSG-OBJET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MSG-REFERENCE DELIMITED BY SIZE
               INTO WS-LIGNE-ENVOI.
           EVALUATE F-MSG-CANAL
               WHEN "E"
                   MOVE WS-LIGNE-ENVOI TO F-LIGNE-EMAIL
                   WRITE F-LIGNE-EMAIL
               WHEN "S"
                   MOVE WS-LIGNE-ENVOI TO F-LIGNE-SMS
                   WRITE F-LIGNE-SMS
               WHEN OTHER
                   MOVE WS-LIGNE-ENVOI TO F-LIGNE-COURRIER
                   WRITE F-LIGNE-COURRIER
           END-EVALUATE.
