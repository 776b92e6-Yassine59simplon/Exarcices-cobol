      * prix, ou retire un type de la carte (il reste dans le fichier
      * avec l'indicateur actif a N, pour garder la trace), puis
      * reecrit le fichier a la sortie.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque type porte ses allergenes (codes du sous-programme
      * Allergenes) : saisis a la main, ou derives de recettes.txt a
      * partir des allergenes de chaque ingredient, tenus dans
      * allergenes-articles.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIX-STATUS.

      *    Allergenes de chaque ingredient (article du stock), d'ou
      *    l'on derive ceux d'une pizza a travers ses recettes
           SELECT ALLERGENES-FICHIER
               ASSIGN TO "allergenes-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLERGENES-STATUS.

           SELECT RECETTES-FICHIER ASSIGN TO "recettes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECETTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIX-FICHIER.
           05 F-PP-TYPE          PIC X(10).
           05 F-PP-PRIX          PIC 99V99.
           05 F-PP-ACTIF         PIC X.
      *    Codes allergenes a leur position (voir Allergenes.cbl)
           05 F-PP-ALLERGENES    PIC X(08).

       FD  ALLERGENES-FICHIER.
       01  F-ALLERGENE-ARTICLE.
           05 F-ALG-ARTICLE      PIC X(10).
           05 F-ALG-CODES        PIC X(08).

      *    Meme decoupage que F-RECETTE dans conso-pizzas.cbl
       FD  RECETTES-FICHIER.
       01  F-RECETTE.
           05 F-RCT-PIZZA        PIC X(10).
           05 F-RCT-ARTICLE      PIC X(10).
           05 F-RCT-QTE          PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-PRIX-STATUS             PIC XX.
              10 WS-PRIX-TYPE        PIC X(10).
              10 WS-PRIX-VAL         PIC 99V99.
              10 WS-PRIX-ACTIF       PIC X.
              10 WS-PRIX-ALLERG      PIC X(08).
       01 WS-NB-PRIX                 PIC 99 VALUE 0.
       01 WS-IDX                     PIC 99 VALUE 1.
       01 WS-IDX-TROUVE              PIC 99 VALUE 0.
       01 WS-PRIX-SAISI              PIC 99V99.
       01 WS-MODIFIE                 PIC X VALUE "N".

      *    Allergenes des ingredients, charges au demarrage et
      *    reecrits a la sortie s'ils ont change
       01 WS-ALLERGENES-STATUS       PIC XX.
       01 WS-TABLE-ALG.
           05 WS-ALG OCCURS 50 TIMES.
              10 WS-ALG-ARTICLE      PIC X(10).
              10 WS-ALG-CODES        PIC X(08).
       01 WS-NB-ALG                  PIC 99 VALUE 0.
       01 WS-IDX-ALG                 PIC 99 VALUE 1.
       01 WS-IDX-ALG-TROUVE          PIC 99 VALUE 0.
       01 WS-ALG-MODIFIE             PIC X VALUE "N".
       01 WS-ARTICLE-SAISI           PIC X(10).

      *    Recettes pour la derivation des allergenes d'un type
       01 WS-RECETTES-STATUS         PIC XX.
       01 WS-NB-DERIVES              PIC 99.
       01 WS-NB-LIGNES-RECETTE       PIC 99.
       01 WS-ALLERG-DERIVES          PIC X(08).

      *    Appel du sous-programme partage Allergenes
       01 WS-AL-ACTION               PIC X.
       01 WS-AL-CODES1               PIC X(08).
       01 WS-AL-CODES2               PIC X(08).
       01 WS-AL-RESULTAT             PIC X(08).
       01 WS-AL-LIBELLE              PIC X(80).
       01 WS-AL-VALIDE               PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-PRIX.
       PERFORM CHARGER-ALLERGENES.

       PERFORM UNTIL WS-CHOIX = 8
           DISPLAY "----- CARTE DES PRIX -----"
           DISPLAY "1. Lister la carte"
           DISPLAY "2. Ajouter un type de pizza"
           DISPLAY "3. Changer un prix"
           DISPLAY "4. Retirer un type de la carte"
           DISPLAY "5. Allergenes d'un type de pizza"
           DISPLAY "6. Allergenes d'un ingredient"
           DISPLAY "7. Deriver les allergenes des recettes"
           DISPLAY "8. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

               WHEN 4
                   PERFORM RETIRER-PRIX
               WHEN 5
                   PERFORM SAISIR-ALLERGENES-TYPE
               WHEN 6
                   PERFORM SAISIR-ALLERGENES-ARTICLE
               WHEN 7
                   PERFORM DERIVER-ALLERGENES
               WHEN 8
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-PRIX
                   END-IF
                   IF WS-ALG-MODIFIE = "O"
                       PERFORM ECRIRE-ALLERGENES
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
                                   TO WS-PRIX-TYPE(WS-NB-PRIX)
                               MOVE F-PP-PRIX
                                   TO WS-PRIX-VAL(WS-NB-PRIX)
                               MOVE F-PP-ALLERGENES
                                   TO WS-PRIX-ALLERG(WS-NB-PRIX)
                               IF F-PP-ACTIF = "N"
                                   MOVE "N"
                                       TO WS-PRIX-ACTIF(WS-NB-PRIX)
                       UNTIL WS-IDX > WS-NB-PRIX
                   IF WS-PRIX-ACTIF(WS-IDX) = "N"
                       DISPLAY WS-PRIX-TYPE(WS-IDX) " "
                               WS-PRIX-VAL(WS-IDX) " "
                               WS-PRIX-ALLERG(WS-IDX) "  (retiree)"
                   ELSE
                       DISPLAY WS-PRIX-TYPE(WS-IDX) " "
                               WS-PRIX-VAL(WS-IDX) " "
                               WS-PRIX-ALLERG(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
                   MOVE WS-TYPE-SAISI TO WS-PRIX-TYPE(WS-NB-PRIX)
                   MOVE WS-PRIX-SAISI TO WS-PRIX-VAL(WS-NB-PRIX)
                   MOVE "O" TO WS-PRIX-ACTIF(WS-NB-PRIX)
                   MOVE SPACES TO WS-PRIX-ALLERG(WS-NB-PRIX)
                   MOVE "O" TO WS-MODIFIE
                   DISPLAY "Type ajoute a la carte (allergenes a "
                           "declarer, choix 5 ou 7)."
               END-IF
           END-IF.

                   MOVE WS-PRIX-TYPE(WS-IDX)  TO F-PP-TYPE
                   MOVE WS-PRIX-VAL(WS-IDX)   TO F-PP-PRIX
                   MOVE WS-PRIX-ACTIF(WS-IDX) TO F-PP-ACTIF
                   MOVE WS-PRIX-ALLERG(WS-IDX) TO F-PP-ALLERGENES
                   WRITE F-PRIX-PIZZA
               END-PERFORM
               CLOSE PRIX-FICHIER
               DISPLAY "prix-pizzas.txt mis a jour."
           END-IF.

      *    Charge allergenes-articles.txt ; fichier absent, aucun
      *    ingredient n'a encore ete declare
       CHARGER-ALLERGENES.
           OPEN INPUT ALLERGENES-FICHIER.
           IF WS-ALLERGENES-STATUS = "00"
               PERFORM UNTIL WS-ALLERGENES-STATUS NOT = "00"
                   READ ALLERGENES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-ALG < 50
                               ADD 1 TO WS-NB-ALG
                               MOVE F-ALG-ARTICLE
                                   TO WS-ALG-ARTICLE(WS-NB-ALG)
                               MOVE F-ALG-CODES
                                   TO WS-ALG-CODES(WS-NB-ALG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLERGENES-FICHIER
           END-IF.

      *    Rappel des codes puis saisie en vrac (ex. GL), rangee et
      *    controlee par Allergenes dans WS-AL-RESULTAT
       SAISIR-CODES.
           DISPLAY "Codes : G gluten, L lait, O oeuf, C fruits a "
                   "coque, A arachide, P poisson, V viande, K porc".
           MOVE "N" TO WS-AL-VALIDE.
           PERFORM UNTIL WS-AL-VALIDE = "O"
               DISPLAY "Allergenes (ex. GL, vide si aucun) : "
               ACCEPT WS-AL-CODES1
               MOVE "N" TO WS-AL-ACTION
               CALL "Allergenes" USING WS-AL-ACTION WS-AL-CODES1
                    WS-AL-CODES2 WS-AL-RESULTAT WS-AL-LIBELLE
                    WS-AL-VALIDE
               IF WS-AL-VALIDE NOT = "O"
                   DISPLAY "Code inconnu, recommencer."
               END-IF
           END-PERFORM.
           MOVE "L" TO WS-AL-ACTION.
           MOVE WS-AL-RESULTAT TO WS-AL-CODES1.
           CALL "Allergenes" USING WS-AL-ACTION WS-AL-CODES1
                WS-AL-CODES2 WS-AL-RESULTAT WS-AL-LIBELLE
                WS-AL-VALIDE.
           MOVE WS-AL-CODES1 TO WS-AL-RESULTAT.

       SAISIR-ALLERGENES-TYPE.
           DISPLAY "Type de pizza : ".
           ACCEPT WS-TYPE-SAISI.
           PERFORM TROUVER-PRIX.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Type inconnu de la carte."
           ELSE
               DISPLAY "Allergenes actuels : "
                       WS-PRIX-ALLERG(WS-IDX-TROUVE)
               PERFORM SAISIR-CODES
               MOVE WS-AL-RESULTAT TO WS-PRIX-ALLERG(WS-IDX-TROUVE)
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Allergenes enregistres : "
                       FUNCTION TRIM(WS-AL-LIBELLE)
           END-IF.

       TROUVER-ARTICLE.
           MOVE 0 TO WS-IDX-ALG-TROUVE.
           PERFORM VARYING WS-IDX-ALG FROM 1 BY 1
                   UNTIL WS-IDX-ALG > WS-NB-ALG
                   OR WS-IDX-ALG-TROUVE NOT = 0
               IF WS-ALG-ARTICLE(WS-IDX-ALG) = WS-ARTICLE-SAISI
                   MOVE WS-IDX-ALG TO WS-IDX-ALG-TROUVE
               END-IF
           END-PERFORM.

      *    Un ingredient se nomme comme l'article de recettes.txt
       SAISIR-ALLERGENES-ARTICLE.
           DISPLAY "Ingredient (article des recettes) : ".
           ACCEPT WS-ARTICLE-SAISI.
           PERFORM TROUVER-ARTICLE.
           IF WS-IDX-ALG-TROUVE = 0
               IF WS-NB-ALG = 50
                   DISPLAY "Table des ingredients pleine (50)."
               ELSE
                   ADD 1 TO WS-NB-ALG
                   MOVE WS-NB-ALG TO WS-IDX-ALG-TROUVE
                   MOVE WS-ARTICLE-SAISI
                       TO WS-ALG-ARTICLE(WS-IDX-ALG-TROUVE)
                   MOVE SPACES TO WS-ALG-CODES(WS-IDX-ALG-TROUVE)
               END-IF
           ELSE
               DISPLAY "Allergenes actuels : "
                       WS-ALG-CODES(WS-IDX-ALG-TROUVE)
           END-IF.
           IF WS-IDX-ALG-TROUVE NOT = 0
               PERFORM SAISIR-CODES
               MOVE WS-AL-RESULTAT TO WS-ALG-CODES(WS-IDX-ALG-TROUVE)
               MOVE "O" TO WS-ALG-MODIFIE
               DISPLAY "Allergenes enregistres : "
                       FUNCTION TRIM(WS-AL-LIBELLE)
           END-IF.

      *    Les allergenes d'un type sont le cumul de ceux de ses
      *    ingredients dans recettes.txt ; un type sans recette garde
      *    ce qui a ete saisi a la main, un ingredient non declare
      *    est signale
       DERIVER-ALLERGENES.
           MOVE 0 TO WS-NB-DERIVES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRIX
               MOVE SPACES TO WS-ALLERG-DERIVES
               MOVE 0 TO WS-NB-LIGNES-RECETTE
               OPEN INPUT RECETTES-FICHIER
               IF WS-RECETTES-STATUS = "00"
                   PERFORM UNTIL WS-RECETTES-STATUS NOT = "00"
                       READ RECETTES-FICHIER
                           AT END
                               CONTINUE
                           NOT AT END
                               IF F-RCT-PIZZA = WS-PRIX-TYPE(WS-IDX)
                                   PERFORM CUMULER-INGREDIENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECETTES-FICHIER
               END-IF
               IF WS-NB-LIGNES-RECETTE > 0
                  AND WS-ALLERG-DERIVES
                      NOT = WS-PRIX-ALLERG(WS-IDX)
                   DISPLAY WS-PRIX-TYPE(WS-IDX) " : "
                           WS-PRIX-ALLERG(WS-IDX) " -> "
                           WS-ALLERG-DERIVES
                   MOVE WS-ALLERG-DERIVES TO WS-PRIX-ALLERG(WS-IDX)
                   MOVE "O" TO WS-MODIFIE
                   ADD 1 TO WS-NB-DERIVES
               END-IF
           END-PERFORM.
           DISPLAY "Types mis a jour depuis les recettes : "
                   WS-NB-DERIVES.

       CUMULER-INGREDIENT.
           ADD 1 TO WS-NB-LIGNES-RECETTE.
           MOVE F-RCT-ARTICLE TO WS-ARTICLE-SAISI.
           PERFORM TROUVER-ARTICLE.
           IF WS-IDX-ALG-TROUVE = 0
               DISPLAY "** " WS-PRIX-TYPE(WS-IDX) " : ingredient "
                       F-RCT-ARTICLE " sans allergenes declares **"
           ELSE
               MOVE "U" TO WS-AL-ACTION
               MOVE WS-ALLERG-DERIVES TO WS-AL-CODES1
               MOVE WS-ALG-CODES(WS-IDX-ALG-TROUVE) TO WS-AL-CODES2
               CALL "Allergenes" USING WS-AL-ACTION WS-AL-CODES1
                    WS-AL-CODES2 WS-AL-RESULTAT WS-AL-LIBELLE
                    WS-AL-VALIDE
               MOVE WS-AL-RESULTAT TO WS-ALLERG-DERIVES
           END-IF.

       ECRIRE-ALLERGENES.
           OPEN OUTPUT ALLERGENES-FICHIER.
           IF WS-ALLERGENES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire allergenes-articles.txt"
           ELSE
               PERFORM VARYING WS-IDX-ALG FROM 1 BY 1
                       UNTIL WS-IDX-ALG > WS-NB-ALG
                   MOVE WS-ALG-ARTICLE(WS-IDX-ALG) TO F-ALG-ARTICLE
                   MOVE WS-ALG-CODES(WS-IDX-ALG) TO F-ALG-CODES
                   WRITE F-ALLERGENE-ARTICLE
               END-PERFORM
               CLOSE ALLERGENES-FICHIER
               DISPLAY "allergenes-articles.txt mis a jour."
           END-IF.
