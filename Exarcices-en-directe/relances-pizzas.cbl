       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELANCES.
      * Relance des parts de pizza impayees : REGLEMENTS montre ce
      * que chaque convive doit encore par commande et COMPENSATION
      * calcule qui verse a qui, mais personne ne relancait ceux qui
      * n'avaient pas paye au bout de trois semaines. Ce programme
      * rapproche les parts des lignes de detail de
      * historique-commandes.txt des paiements de reglements.txt et
      * retient chaque part encore due plus de RELANCE-JOURS jours
      * apres la commande (cle de parametres.txt, 21 par defaut).
      * L'escalade se fait part par part :
      *   niveau 1 : rappel amical au convive ;
      *   niveau 2 : deuxieme rappel, RELANCE-INTERVALLE jours au
      *              moins apres le premier (cle de parametres.txt,
      *              7 par defaut) ;
      *   niveau 3 : part portee sur la liste de l'organisateur,
      *              le meme intervalle apres le deuxieme rappel.
      * Chaque relance faite est consignee dans relances-pizzas.txt
      * (commande, convive, niveau, date, reste du) : un niveau deja
      * consigne n'est jamais refait et une part passee a
      * l'organisateur n'est plus relancee.
      * Un convive dont la position nette de COMPENSATION (paiements
      * moins parts, toutes commandes confondues) n'est pas debitrice
      * n'est pas relance : ce qu'il doit sur une commande est couvert
      * par ce qu'il a trop paye sur une autre.
      * Sorties de chaque passage : relances-convives.txt, une note
      * par convive relance listant chaque commande impayee avec sa
      * date et son reste du, et relances-organisateur.txt, la liste
      * des parts passees au niveau 3.
      * Chaque note de relance (par SMS au convive) et la liste de
      * l'organisateur (par email) sont aussi ajoutees a la file des
      * messages sortants (MessageSortant) que MESSAGES libere.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Meme decoupage que F-LIGNE-HISTORIQUE dans pizza.cbl
           SELECT HISTORIQUE-FICHIER
               ASSIGN TO "historique-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIQUE-STATUS.

      *    Meme decoupage que F-REGLEMENT dans reglements.cbl
           SELECT REGLEMENTS-FICHIER ASSIGN TO "reglements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLEMENTS-STATUS.

      *    Journal des relances faites, jamais ecrase
           SELECT RELANCES-FICHIER ASSIGN TO "relances-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELANCES-STATUS.

           SELECT NOTES-FICHIER ASSIGN TO "relances-convives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT ORGANISATEUR-FICHIER
               ASSIGN TO "relances-organisateur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGANISATEUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIQUE-FICHIER.
       01  F-LIGNE-HISTORIQUE.
           05 F-H-TYPE           PIC X.
           05 F-H-NUMERO         PIC 9(04).
           05 F-H-DATE           PIC 9(08).
           05 F-H-NB-INV         PIC 99.
           05 F-H-MONTANT        PIC 9(5)V99.
           05 F-H-NOM            PIC X(20).
           05 F-H-PIZZA1         PIC X(10).
           05 F-H-PIZZA2         PIC X(10).

       FD  REGLEMENTS-FICHIER.
       01  F-REGLEMENT.
           05 F-RGL-NUMERO       PIC 9(04).
           05 F-RGL-CONVIVE      PIC X(20).
           05 F-RGL-MONTANT      PIC 9(5)V99.
           05 F-RGL-DATE         PIC 9(08).

      *    Une ligne par relance faite : niveau 1 rappel amical,
      *    2 deuxieme rappel, 3 liste de l'organisateur
       FD  RELANCES-FICHIER.
       01  F-RELANCE.
           05 F-RLC-NUMERO       PIC 9(04).
           05 F-RLC-CONVIVE      PIC X(20).
           05 F-RLC-NIVEAU       PIC 9.
           05 F-RLC-DATE         PIC 9(08).
           05 F-RLC-RESTE        PIC 9(5)V99.

       FD  NOTES-FICHIER.
       01  F-LIGNE-NOTE          PIC X(70).

       FD  ORGANISATEUR-FICHIER.
       01  F-LIGNE-ORGANISATEUR  PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-HISTORIQUE-STATUS       PIC XX.
       01 WS-REGLEMENTS-STATUS       PIC XX.
       01 WS-RELANCES-STATUS         PIC XX.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-ORGANISATEUR-STATUS     PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Lecture du fichier de configuration parametres.txt via le
      *    sous-programme partage Config
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.
       01 WS-RELANCE-JOURS           PIC 9(03) VALUE 21.
       01 WS-RELANCE-INTERVALLE      PIC 9(03) VALUE 7.

      *    Parts des convives, toutes commandes confondues, avec ce
      *    qui en a ete paye, le dernier niveau de relance consigne
      *    et le niveau a faire a ce passage (0 = aucun)
       01 WS-TABLE-PARTS.
           05 WS-PRT OCCURS 500 TIMES.
              10 WS-PRT-NUMERO       PIC 9(04).
              10 WS-PRT-DATE         PIC 9(08).
              10 WS-PRT-CONVIVE      PIC X(20).
              10 WS-PRT-DU           PIC 9(5)V99.
              10 WS-PRT-PAYE         PIC 9(5)V99.
              10 WS-PRT-NIVEAU       PIC 9.
              10 WS-PRT-DATE-NIVEAU  PIC 9(08).
              10 WS-PRT-A-FAIRE      PIC 9.
              10 WS-PRT-RETARD       PIC 9(05).
       77 WS-PRT-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-NB-PRT                  PIC 9(03) VALUE 0.
       01 WS-IDX-PRT                 PIC 9(03) VALUE 1.
       01 WS-IDX-PRT-TROUVE          PIC 9(03) VALUE 0.
       01 WS-TROP-PARTS              PIC X VALUE "N".

      *    Position nette de chaque convive, comme dans COMPENSATION
      *    (paye - du ; negatif = il doit encore)
       01 WS-TABLE-POS.
           05 WS-POS OCCURS 50 TIMES.
              10 WS-POS-CONVIVE      PIC X(20).
              10 WS-POS-NET          PIC S9(6)V99.
              10 WS-POS-NIVEAU-NOTE  PIC 9.
       01 WS-NB-POS                  PIC 99 VALUE 0.
       01 WS-IDX-POS                 PIC 99 VALUE 1.
       01 WS-IDX-POS-TROUVE          PIC 99 VALUE 0.

       01 WS-NUMERO-COURANT          PIC 9(04).
       01 WS-NOM-COURANT             PIC X(20).
       01 WS-RESTE                   PIC S9(5)V99.
       01 WS-TOTAL-NOTE              PIC 9(6)V99.

      *    Anciennete via DateUtil (en jours)
       01 WS-DU-OPERATION            PIC X(03).
       01 WS-DU-DATE1                PIC 9(8).
       01 WS-DU-DATE2                PIC 9(8).
       01 WS-DU-RESULTAT             PIC S9(7).

       01 WS-NB-NOTES                PIC 9(03) VALUE 0.
       01 WS-NB-RAPPELS              PIC 9(03) VALUE 0.
       01 WS-NB-ORGANISATEUR         PIC 9(03) VALUE 0.
       01 WS-NB-CREDITEURS           PIC 9(03) VALUE 0.

       01 WS-RESTE-AFF               PIC ZZZZ9.99.
       01 WS-TOTAL-AFF               PIC ZZZZZ9.99.
       01 WS-RETARD-AFF              PIC ZZZZ9.
       01 WS-LIGNE-TRAVAIL           PIC X(70).
       77 WS-DATE-SYS                PIC 9(8).

      *    Note de relance et liste de l'organisateur ajoutees a la
      *    file des messages sortants (MessageSortant)
       01 WS-MSG-DESTINATAIRE        PIC X(30).
       01 WS-MSG-CANAL               PIC X.
       01 WS-MSG-OBJET               PIC X(40).
       01 WS-MSG-REFERENCE           PIC X(40).
       01 WS-MSG-SOURCE              PIC X(10) VALUE "RELANCES".
       01 WS-MSG-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "RELANCE-JOURS" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-RELANCE-JOURS = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       MOVE "RELANCE-INTERVALLE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-RELANCE-INTERVALLE =
                   FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM CHARGER-PARTS.
       IF WS-NB-PRT = 0
           DISPLAY "historique-commandes.txt vide ou absent ; "
                   "personne a relancer."
           GOBACK
       END-IF.
       PERFORM CHARGER-PAIEMENTS.
       PERFORM CHARGER-RELANCES.

       PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
               UNTIL WS-IDX-PRT > WS-NB-PRT
           PERFORM EXAMINER-PART
       END-PERFORM.

       OPEN OUTPUT NOTES-FICHIER.
       IF WS-NOTES-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire relances-convives.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ORGANISATEUR-FICHIER.
       IF WS-ORGANISATEUR-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire relances-organisateur.txt"
           CLOSE NOTES-FICHIER
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND RELANCES-FICHIER.
       IF WS-RELANCES-STATUS NOT = "00"
           OPEN OUTPUT RELANCES-FICHIER
       END-IF.
       IF WS-RELANCES-STATUS NOT = "00"
      *    Sans journal, une relance refaite au passage suivant
      *    repartirait au meme niveau : rien n'est envoye
           DISPLAY "Impossible d'ecrire relances-pizzas.txt ; "
                   "aucune relance faite"
           CLOSE NOTES-FICHIER
           CLOSE ORGANISATEUR-FICHIER
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-NB-POS
           IF WS-POS-NIVEAU-NOTE(WS-IDX-POS) NOT = 0
               PERFORM ECRIRE-NOTE THRU ECRIRE-NOTE-FIN
           END-IF
       END-PERFORM.
       IF WS-NB-NOTES = 0
           MOVE "Aucun convive a relancer." TO F-LIGNE-NOTE
           WRITE F-LIGNE-NOTE
       END-IF.
       PERFORM ECRIRE-LISTE-ORGANISATEUR.
       IF WS-NB-ORGANISATEUR > 0
           MOVE "ORGANISATEUR" TO WS-MSG-DESTINATAIRE
           MOVE "E" TO WS-MSG-CANAL
           MOVE "Parts impayees apres deux rappels" TO WS-MSG-OBJET
           MOVE "relances-organisateur.txt" TO WS-MSG-REFERENCE
           PERFORM METTRE-EN-FILE
       END-IF.

       CLOSE RELANCES-FICHIER.
       CLOSE NOTES-FICHIER.
       CLOSE ORGANISATEUR-FICHIER.

       DISPLAY "Notes de relance : " WS-NB-NOTES
               " (voir relances-convives.txt)".
       DISPLAY "Parts passees a l'organisateur : " WS-NB-ORGANISATEUR
               " (voir relances-organisateur.txt)".
       DISPLAY "Convives crediteurs non relances : " WS-NB-CREDITEURS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Une part par ligne de detail de l'historique ; la part
      *    due entre aussi dans la position nette du convive
       CHARGER-PARTS.
           OPEN INPUT HISTORIQUE-FICHIER.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-HISTORIQUE-STATUS NOT = "00"
                   READ HISTORIQUE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-H-TYPE = "D"
                              AND F-H-NOM NOT = SPACES
                               PERFORM AJOUTER-PART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-FICHIER
           END-IF.
           IF WS-TROP-PARTS = "O"
               DISPLAY "** Attention : plus de " WS-PRT-CAPACITE
                       " parts dans l'historique, les suivantes ne "
                       "sont pas relancees **"
           END-IF.

       AJOUTER-PART.
           IF WS-NB-PRT < WS-PRT-CAPACITE
               ADD 1 TO WS-NB-PRT
               MOVE F-H-NUMERO TO WS-PRT-NUMERO(WS-NB-PRT)
               MOVE F-H-DATE TO WS-PRT-DATE(WS-NB-PRT)
               MOVE F-H-NOM TO WS-PRT-CONVIVE(WS-NB-PRT)
               MOVE F-H-MONTANT TO WS-PRT-DU(WS-NB-PRT)
               MOVE 0 TO WS-PRT-PAYE(WS-NB-PRT)
               MOVE 0 TO WS-PRT-NIVEAU(WS-NB-PRT)
               MOVE 0 TO WS-PRT-DATE-NIVEAU(WS-NB-PRT)
               MOVE 0 TO WS-PRT-A-FAIRE(WS-NB-PRT)
               MOVE 0 TO WS-PRT-RETARD(WS-NB-PRT)
           ELSE
               MOVE "O" TO WS-TROP-PARTS
           END-IF.
           MOVE F-H-NOM TO WS-NOM-COURANT.
           PERFORM TROUVER-OU-CREER-POSITION.
           IF WS-IDX-POS-TROUVE NOT = 0
               SUBTRACT F-H-MONTANT FROM WS-POS-NET(WS-IDX-POS-TROUVE)
           END-IF.

      *    Paiements portes sur la part de la commande payee et dans
      *    la position nette du convive
       CHARGER-PAIEMENTS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT REGLEMENTS-FICHIER.
           IF WS-REGLEMENTS-STATUS = "00"
               PERFORM UNTIL WS-REGLEMENTS-STATUS NOT = "00"
                   READ REGLEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-RGL-NUMERO TO WS-NUMERO-COURANT
                           MOVE F-RGL-CONVIVE TO WS-NOM-COURANT
                           PERFORM CHERCHER-PART
                           IF WS-IDX-PRT-TROUVE NOT = 0
                               ADD F-RGL-MONTANT
                                   TO WS-PRT-PAYE(WS-IDX-PRT-TROUVE)
                           END-IF
                           PERFORM TROUVER-OU-CREER-POSITION
                           IF WS-IDX-POS-TROUVE NOT = 0
                               ADD F-RGL-MONTANT
                                   TO WS-POS-NET(WS-IDX-POS-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS-FICHIER
           END-IF.

      *    Dernier niveau de relance consigne pour chaque part
       CHARGER-RELANCES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT RELANCES-FICHIER.
           IF WS-RELANCES-STATUS = "00"
               PERFORM UNTIL WS-RELANCES-STATUS NOT = "00"
                   READ RELANCES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-RLC-NUMERO TO WS-NUMERO-COURANT
                           MOVE F-RLC-CONVIVE TO WS-NOM-COURANT
                           PERFORM CHERCHER-PART
                           IF WS-IDX-PRT-TROUVE NOT = 0
                              AND F-RLC-NIVEAU >=
                                  WS-PRT-NIVEAU(WS-IDX-PRT-TROUVE)
                               MOVE F-RLC-NIVEAU
                                   TO WS-PRT-NIVEAU(WS-IDX-PRT-TROUVE)
                               MOVE F-RLC-DATE TO
                                   WS-PRT-DATE-NIVEAU(WS-IDX-PRT-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELANCES-FICHIER
           END-IF.

      *    WS-IDX-PRT-TROUVE rang de la part du convive
      *    WS-NOM-COURANT sur la commande WS-NUMERO-COURANT (0 si
      *    aucune)
       CHERCHER-PART.
           MOVE 0 TO WS-IDX-PRT-TROUVE.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PRT
                   OR WS-IDX-PRT-TROUVE NOT = 0
               IF WS-PRT-NUMERO(WS-IDX-PRT) = WS-NUMERO-COURANT
                  AND WS-PRT-CONVIVE(WS-IDX-PRT) = WS-NOM-COURANT
                   MOVE WS-IDX-PRT TO WS-IDX-PRT-TROUVE
               END-IF
           END-PERFORM.

       TROUVER-OU-CREER-POSITION.
           MOVE 0 TO WS-IDX-POS-TROUVE.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-NB-POS
                   OR WS-IDX-POS-TROUVE NOT = 0
               IF WS-POS-CONVIVE(WS-IDX-POS) = WS-NOM-COURANT
                   MOVE WS-IDX-POS TO WS-IDX-POS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-POS-TROUVE = 0
               IF WS-NB-POS < 50
                   ADD 1 TO WS-NB-POS
                   MOVE WS-NB-POS TO WS-IDX-POS-TROUVE
                   MOVE WS-NOM-COURANT
                       TO WS-POS-CONVIVE(WS-IDX-POS-TROUVE)
                   MOVE 0 TO WS-POS-NET(WS-IDX-POS-TROUVE)
                   MOVE 0 TO WS-POS-NIVEAU-NOTE(WS-IDX-POS-TROUVE)
               END-IF
           END-IF.

      *    Niveau de relance a faire pour la part WS-IDX-PRT : part
      *    encore due apres le delai, convive debiteur, niveau
      *    suivant seulement apres l'intervalle depuis le precedent
       EXAMINER-PART.
           COMPUTE WS-RESTE = WS-PRT-DU(WS-IDX-PRT)
                            - WS-PRT-PAYE(WS-IDX-PRT).
           IF WS-RESTE > 0 AND WS-PRT-NIVEAU(WS-IDX-PRT) < 3
               MOVE "JRS" TO WS-DU-OPERATION
               MOVE WS-PRT-DATE(WS-IDX-PRT) TO WS-DU-DATE1
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                      WS-DU-DATE2 WS-DU-RESULTAT
               IF WS-DU-RESULTAT > 0
                   MOVE WS-DU-RESULTAT TO WS-PRT-RETARD(WS-IDX-PRT)
               END-IF
               IF WS-PRT-RETARD(WS-IDX-PRT) >= WS-RELANCE-JOURS
                   PERFORM PREPARER-NIVEAU THRU PREPARER-NIVEAU-FIN
               END-IF
           END-IF.

       PREPARER-NIVEAU.
           MOVE WS-PRT-CONVIVE(WS-IDX-PRT) TO WS-NOM-COURANT.
           PERFORM TROUVER-OU-CREER-POSITION.
           IF WS-IDX-POS-TROUVE = 0
               GO TO PREPARER-NIVEAU-FIN
           END-IF.
           IF WS-POS-NET(WS-IDX-POS-TROUVE) NOT < 0
               IF WS-POS-NIVEAU-NOTE(WS-IDX-POS-TROUVE) = 0
                   ADD 1 TO WS-NB-CREDITEURS
                   MOVE 9 TO WS-POS-NIVEAU-NOTE(WS-IDX-POS-TROUVE)
               END-IF
               GO TO PREPARER-NIVEAU-FIN
           END-IF.
           IF WS-PRT-NIVEAU(WS-IDX-PRT) > 0
               MOVE "JRS" TO WS-DU-OPERATION
               MOVE WS-PRT-DATE-NIVEAU(WS-IDX-PRT) TO WS-DU-DATE1
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                      WS-DU-DATE2 WS-DU-RESULTAT
               IF WS-DU-RESULTAT < WS-RELANCE-INTERVALLE
                   GO TO PREPARER-NIVEAU-FIN
               END-IF
           END-IF.
           COMPUTE WS-PRT-A-FAIRE(WS-IDX-PRT) =
                   WS-PRT-NIVEAU(WS-IDX-PRT) + 1.
           IF WS-PRT-A-FAIRE(WS-IDX-PRT) < 3
              AND WS-PRT-A-FAIRE(WS-IDX-PRT) >
                  WS-POS-NIVEAU-NOTE(WS-IDX-POS-TROUVE)
               MOVE WS-PRT-A-FAIRE(WS-IDX-PRT)
                   TO WS-POS-NIVEAU-NOTE(WS-IDX-POS-TROUVE)
           END-IF.
       PREPARER-NIVEAU-FIN.
           EXIT.

      *    Note du convive WS-IDX-POS : rappel amical (niveau 1) ou
      *    deuxieme rappel (niveau 2) selon la part la plus avancee,
      *    puis chaque commande relancee, consignee a son niveau
       ECRIRE-NOTE.
           IF WS-POS-NIVEAU-NOTE(WS-IDX-POS) = 9
               GO TO ECRIRE-NOTE-FIN
           END-IF.
           ADD 1 TO WS-NB-NOTES.
           MOVE 0 TO WS-TOTAL-NOTE.
           MOVE ALL "-" TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "A l'attention de " WS-POS-CONVIVE(WS-IDX-POS)
                  "      le " WS-DATE-SYS
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           MOVE SPACES TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           IF WS-POS-NIVEAU-NOTE(WS-IDX-POS) = 1
               MOVE "Petit rappel amical : sauf erreur, ces parts de"
                   TO F-LIGNE-NOTE
               WRITE F-LIGNE-NOTE
               MOVE "pizza ne sont pas encore reglees."
                   TO F-LIGNE-NOTE
           ELSE
               MOVE "DEUXIEME RAPPEL : ces parts de pizza restent"
                   TO F-LIGNE-NOTE
               WRITE F-LIGNE-NOTE
               MOVE "impayees malgre un premier rappel. Sans reglement,"
                   TO F-LIGNE-NOTE
               WRITE F-LIGNE-NOTE
               MOVE "elles seront transmises a l'organisateur."
                   TO F-LIGNE-NOTE
           END-IF.
           WRITE F-LIGNE-NOTE.
           MOVE SPACES TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PRT
               IF WS-PRT-CONVIVE(WS-IDX-PRT) =
                       WS-POS-CONVIVE(WS-IDX-POS)
                  AND WS-PRT-A-FAIRE(WS-IDX-PRT) > 0
                  AND WS-PRT-A-FAIRE(WS-IDX-PRT) < 3
                   PERFORM ECRIRE-LIGNE-NOTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           MOVE WS-TOTAL-NOTE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "Total a regler : " WS-TOTAL-AFF
                  " (paiement a enregistrer dans REGLEMENTS)"
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           MOVE SPACES TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           MOVE WS-POS-CONVIVE(WS-IDX-POS) TO WS-MSG-DESTINATAIRE.
           MOVE "S" TO WS-MSG-CANAL.
           IF WS-POS-NIVEAU-NOTE(WS-IDX-POS) = 1
               MOVE "Rappel amical : parts de pizza a regler"
                   TO WS-MSG-OBJET
           ELSE
               MOVE "Deuxieme rappel : parts de pizza impayees"
                   TO WS-MSG-OBJET
           END-IF.
           MOVE "relances-convives.txt" TO WS-MSG-REFERENCE.
           PERFORM METTRE-EN-FILE.
       ECRIRE-NOTE-FIN.
           EXIT.

       ECRIRE-LIGNE-NOTE.
           COMPUTE WS-RESTE = WS-PRT-DU(WS-IDX-PRT)
                            - WS-PRT-PAYE(WS-IDX-PRT).
           ADD WS-RESTE TO WS-TOTAL-NOTE.
           MOVE WS-RESTE TO WS-RESTE-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Commande " WS-PRT-NUMERO(WS-IDX-PRT)
                  " du " WS-PRT-DATE(WS-IDX-PRT)
                  " : reste du " WS-RESTE-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-NOTE.
           WRITE F-LIGNE-NOTE.
           ADD 1 TO WS-NB-RAPPELS.
           PERFORM CONSIGNER-RELANCE.

      *    Parts passees au niveau 3, pour que l'organisateur voie
      *    lui-meme les convives concernes
       ECRIRE-LISTE-ORGANISATEUR.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "PARTS IMPAYEES APRES DEUX RAPPELS AU " WS-DATE-SYS
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-ORGANISATEUR.
           WRITE F-LIGNE-ORGANISATEUR.
           MOVE "CONVIVE              CDE  DATE        RESTE  JOURS"
               TO F-LIGNE-ORGANISATEUR.
           WRITE F-LIGNE-ORGANISATEUR.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PRT
               IF WS-PRT-A-FAIRE(WS-IDX-PRT) = 3
                   COMPUTE WS-RESTE = WS-PRT-DU(WS-IDX-PRT)
                                    - WS-PRT-PAYE(WS-IDX-PRT)
                   MOVE WS-RESTE TO WS-RESTE-AFF
                   MOVE WS-PRT-RETARD(WS-IDX-PRT) TO WS-RETARD-AFF
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   STRING WS-PRT-CONVIVE(WS-IDX-PRT) " "
                          WS-PRT-NUMERO(WS-IDX-PRT) " "
                          WS-PRT-DATE(WS-IDX-PRT) " "
                          WS-RESTE-AFF " "
                          WS-RETARD-AFF
                       DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-ORGANISATEUR
                   WRITE F-LIGNE-ORGANISATEUR
                   ADD 1 TO WS-NB-ORGANISATEUR
                   PERFORM CONSIGNER-RELANCE
               END-IF
           END-PERFORM.
           IF WS-NB-ORGANISATEUR = 0
               MOVE "Aucune part a transmettre." TO F-LIGNE-ORGANISATEUR
               WRITE F-LIGNE-ORGANISATEUR
           END-IF.

      *    Consigne la relance de la part WS-IDX-PRT a son niveau
       CONSIGNER-RELANCE.
           MOVE WS-PRT-NUMERO(WS-IDX-PRT) TO F-RLC-NUMERO.
           MOVE WS-PRT-CONVIVE(WS-IDX-PRT) TO F-RLC-CONVIVE.
           MOVE WS-PRT-A-FAIRE(WS-IDX-PRT) TO F-RLC-NIVEAU.
           MOVE WS-DATE-SYS TO F-RLC-DATE.
           MOVE WS-RESTE TO F-RLC-RESTE.
           WRITE F-RELANCE.

      *    Ajoute le message prepare a la file des messages sortants
      *    que MESSAGES libere ; sans file, la note reste a remettre
      *    a la main
       METTRE-EN-FILE.
           CALL "MessageSortant" USING WS-MSG-DESTINATAIRE
                                       WS-MSG-CANAL WS-MSG-OBJET
                                       WS-MSG-REFERENCE WS-MSG-SOURCE
                                       WS-MSG-RESULTAT.
           IF WS-MSG-RESULTAT = "E"
               DISPLAY "messages.txt inaccessible : message pour "
                       FUNCTION TRIM(WS-MSG-DESTINATAIRE)
                       " a remettre a la main"
           END-IF.
