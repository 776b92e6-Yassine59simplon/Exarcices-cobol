       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-EAN.
      * Entretien de la reference des codes-barres codes-barres.txt
      * (code EAN, code article F-CODE-ARTICLE) : liste, ajoute ou
      * retire un code, puis reecrit le fichier a la sortie. Un
      * article peut porter plusieurs codes-barres ; l'article est
      * designe a l'ajout par son nom ou par son code, et doit
      * exister dans le maitre inventaire.dat avec un code article.
      * La derniere option liste les codes lus par la douchette mais
      * inconnus de la reference (codes-inconnus.txt, alimente par
      * le sous-programme CodeArticle), pour les ajouter.
      * AJUSTE-STOCK, INVENTAIRE-PHYS, RECEPTION-CDE et
      * COMPTAGE-CYCLE acceptent ainsi indifferemment le nom, le
      * code article ou le code-barres.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-BARRES-FICHIER ASSIGN TO "codes-barres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-BARRES-STATUS.

           SELECT INCONNUS-FICHIER ASSIGN TO "codes-inconnus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCONNUS-STATUS.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-BARRES-FICHIER.
           COPY "CodeBarre.cpy".

      *    Meme decoupage que F-INCONNU dans CodeArticle.cbl
       FD  INCONNUS-FICHIER.
       01  F-INCONNU.
           05 F-INC-DATE             PIC 9(08).
           05 FILLER                 PIC X.
           05 F-INC-QUI              PIC X(10).
           05 FILLER                 PIC X.
           05 F-INC-SAISIE           PIC X(13).

       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CODES-BARRES-STATUS     PIC XX.
       01 WS-INCONNUS-STATUS         PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-FIN                     PIC X VALUE "C".

       01 WS-TABLE-CB.
           05 WS-CB OCCURS 999 TIMES.
              10 WS-CB-EAN           PIC X(13).
              10 WS-CB-CODE          PIC X(06).
       77 WS-CB-CAPACITE             PIC 9(03) VALUE 999.
       01 WS-NB-CB                   PIC 9(03) VALUE 0.
       01 WS-IDX-CB                  PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(03) VALUE 0.
       01 WS-TROP-CB                 PIC X VALUE "N".

       01 WS-EAN-SAISI               PIC X(13).
       01 WS-ARTICLE-SAISI           PIC X(10).
       01 WS-CODE-RETENU             PIC X(06).
       01 WS-NOM-RETENU              PIC X(10).
       01 WS-MODIFIE                 PIC X VALUE "N".
       01 WS-NB-INCONNUS             PIC 9(05) VALUE 0.

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
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "MAINT-EAN" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM CHARGER-CODES.

       PERFORM UNTIL WS-CHOIX = 5
           DISPLAY "----- CODES-BARRES DES ARTICLES -----"
           DISPLAY "1. Lister les codes-barres"
           DISPLAY "2. Ajouter un code-barres"
           DISPLAY "3. Retirer un code-barres"
           DISPLAY "4. Codes lus inconnus de la reference"
           DISPLAY "5. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-CODES
               WHEN 2
                   PERFORM AJOUTER-CODE
                       THRU AJOUTER-CODE-FIN
               WHEN 3
                   PERFORM RETIRER-CODE
               WHEN 4
                   PERFORM LISTER-INCONNUS
               WHEN 5
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-CODES
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge codes-barres.txt dans WS-CB ; l'absence du fichier
      *    (premiere utilisation) n'est pas une erreur
       CHARGER-CODES.
           OPEN INPUT CODES-BARRES-FICHIER.
           IF WS-CODES-BARRES-STATUS = "00"
               PERFORM UNTIL WS-CODES-BARRES-STATUS NOT = "00"
                   READ CODES-BARRES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CB < WS-CB-CAPACITE
                               ADD 1 TO WS-NB-CB
                               MOVE F-CODE-BARRE TO WS-CB(WS-NB-CB)
                           ELSE
                               MOVE "O" TO WS-TROP-CB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODES-BARRES-FICHIER
           END-IF.
           IF WS-TROP-CB = "O"
               DISPLAY "** codes-barres.txt depasse " WS-CB-CAPACITE
                       " lignes : le fichier ne sera pas reecrit **"
           END-IF.

       LISTER-CODES.
           IF WS-NB-CB = 0
               DISPLAY "Aucun code-barres dans la reference."
           ELSE
               PERFORM VARYING WS-IDX-CB FROM 1 BY 1
                       UNTIL WS-IDX-CB > WS-NB-CB
                   DISPLAY WS-CB-EAN(WS-IDX-CB) " article "
                           WS-CB-CODE(WS-IDX-CB)
               END-PERFORM
           END-IF.

      *    Recherche WS-EAN-SAISI dans la table (resultat dans
      *    WS-IDX-TROUVE, 0 si absent)
       TROUVER-CODE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CB FROM 1 BY 1
                   UNTIL WS-IDX-CB > WS-NB-CB
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-CB-EAN(WS-IDX-CB) = WS-EAN-SAISI
                   MOVE WS-IDX-CB TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       AJOUTER-CODE.
           IF WS-NB-CB = WS-CB-CAPACITE
               DISPLAY "La reference est pleine (" WS-CB-CAPACITE
                       " codes)."
               GO TO AJOUTER-CODE-FIN
           END-IF.
           DISPLAY "Code-barres (lire ou saisir) : ".
           ACCEPT WS-EAN-SAISI.
           IF WS-EAN-SAISI = SPACES
               GO TO AJOUTER-CODE-FIN
           END-IF.
           PERFORM TROUVER-CODE.
           IF WS-IDX-TROUVE NOT = 0
               DISPLAY "Ce code-barres designe deja l'article "
                       WS-CB-CODE(WS-IDX-TROUVE) "."
               GO TO AJOUTER-CODE-FIN
           END-IF.
           DISPLAY "Article (nom ou code article) : ".
           ACCEPT WS-ARTICLE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ARTICLE-SAISI)
               TO WS-ARTICLE-SAISI.
           PERFORM CHERCHER-ARTICLE
               THRU CHERCHER-ARTICLE-FIN.
           IF WS-CODE-RETENU = SPACES
               GO TO AJOUTER-CODE-FIN
           END-IF.
           ADD 1 TO WS-NB-CB.
           MOVE WS-EAN-SAISI   TO WS-CB-EAN(WS-NB-CB).
           MOVE WS-CODE-RETENU TO WS-CB-CODE(WS-NB-CB).
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Code-barres ajoute pour " WS-NOM-RETENU
                   " (" WS-CODE-RETENU ").".
       AJOUTER-CODE-FIN.
           EXIT.

      *    Parcourt inventaire.dat a la recherche de l'article saisi
      *    par son nom ou son code ; WS-CODE-RETENU reste a blanc si
      *    l'article est inconnu ou n'a pas de code article
       CHERCHER-ARTICLE.
           MOVE SPACES TO WS-CODE-RETENU.
           MOVE SPACES TO WS-NOM-RETENU.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               GO TO CHERCHER-ARTICLE-FIN
           END-IF.
           PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   OR WS-NOM-RETENU NOT = SPACES
               READ FICHIER-INVENTAIRE
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-NOM-ARTICLE = WS-ARTICLE-SAISI
                          OR (F-CODE-ARTICLE = WS-ARTICLE-SAISI
                              AND F-CODE-ARTICLE NOT = SPACES)
                           MOVE F-NOM-ARTICLE  TO WS-NOM-RETENU
                           MOVE F-CODE-ARTICLE TO WS-CODE-RETENU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.
           IF WS-NOM-RETENU = SPACES
               DISPLAY "Article inconnu du maitre."
           ELSE
               IF WS-CODE-RETENU = SPACES
                   DISPLAY "L'article " WS-NOM-RETENU " n'a pas de "
                           "code article ; le renseigner d'abord."
               END-IF
           END-IF.
       CHERCHER-ARTICLE-FIN.
           EXIT.

      *    Retire le code en decalant les entrees suivantes
       RETIRER-CODE.
           DISPLAY "Code-barres a retirer : ".
           ACCEPT WS-EAN-SAISI.
           PERFORM TROUVER-CODE.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Code-barres inconnu."
           ELSE
               PERFORM VARYING WS-IDX-CB FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-CB >= WS-NB-CB
                   MOVE WS-CB(WS-IDX-CB + 1) TO WS-CB(WS-IDX-CB)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-CB
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Code-barres retire."
           END-IF.

      *    Liste les lectures inconnues consignees par CodeArticle,
      *    en signalant celles qui ont ete ajoutees depuis
       LISTER-INCONNUS.
           MOVE 0 TO WS-NB-INCONNUS.
           OPEN INPUT INCONNUS-FICHIER.
           IF WS-INCONNUS-STATUS NOT = "00"
               DISPLAY "Aucun code-barres inconnu consigne."
           ELSE
               PERFORM UNTIL WS-INCONNUS-STATUS NOT = "00"
                   READ INCONNUS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-INCONNUS
                           MOVE F-INC-SAISIE TO WS-EAN-SAISI
                           PERFORM TROUVER-CODE
                           IF WS-IDX-TROUVE = 0
                               DISPLAY F-INC-SAISIE " lu le "
                                       F-INC-DATE " par " F-INC-QUI
                           ELSE
                               DISPLAY F-INC-SAISIE " lu le "
                                       F-INC-DATE " par " F-INC-QUI
                                       " (ajoute depuis)"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCONNUS-FICHIER
               DISPLAY "Lectures inconnues : " WS-NB-INCONNUS
           END-IF.

      *    Reecrit codes-barres.txt a partir de WS-CB(1..WS-NB-CB) ;
      *    jamais depuis une table incomplete
       ECRIRE-CODES.
           IF WS-TROP-CB = "O"
               DISPLAY "** codes-barres.txt non reecrit (capacite "
                       "depassee) **"
           ELSE
               OPEN OUTPUT CODES-BARRES-FICHIER
               IF WS-CODES-BARRES-STATUS NOT = "00"
                   DISPLAY "Impossible d'ecrire codes-barres.txt"
               ELSE
                   PERFORM VARYING WS-IDX-CB FROM 1 BY 1
                           UNTIL WS-IDX-CB > WS-NB-CB
                       MOVE WS-CB(WS-IDX-CB) TO F-CODE-BARRE
                       WRITE F-CODE-BARRE
                   END-PERFORM
                   CLOSE CODES-BARRES-FICHIER
                   DISPLAY "codes-barres.txt mis a jour."
               END-IF
           END-IF.
