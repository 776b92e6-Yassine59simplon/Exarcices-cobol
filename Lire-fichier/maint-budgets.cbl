       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-BUDGET.
      * Entretien des budgets d'achat mensuels par fournisseur
      * (budgets-achats.txt, BudgetAchat.cpy) : liste les budgets,
      * fixe ou modifie le budget d'un fournisseur pour un mois,
      * retire un budget, puis reecrit le fichier a la sortie.
      * Un code fournisseur absent du maitre fournisseurs-maitre.txt
      * est signale mais accepte. CMDE-FOURN compare a ce budget la
      * valeur engagee, recue et proposee du mois, et met en attente
      * d'approbation la proposition qui le depasse.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGETS-FICHIER ASSIGN TO "budgets-achats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGETS-STATUS.

           SELECT FMAITRE-FICHIER ASSIGN TO "fournisseurs-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMAITRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGETS-FICHIER.
           COPY "BudgetAchat.cpy".

      *    Meme decoupage que F-FMAITRE dans maint-fournisseurs.cbl
       FD  FMAITRE-FICHIER.
       01  F-FMAITRE.
           05 F-FMA-CODE             PIC X(10).
           05 F-FMA-NOM              PIC X(20).
           05 F-FMA-CONTACT          PIC X(20).
           05 F-FMA-DELAI            PIC 9(03).
           05 F-FMA-MINIMUM          PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 WS-BUDGETS-STATUS          PIC XX.
       01 WS-FMAITRE-STATUS          PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.

       01 WS-TABLE-BUD.
           05 WS-BUD OCCURS 200 TIMES.
              10 WS-BUD-FOURNISSEUR  PIC X(10).
              10 WS-BUD-MOIS         PIC 9(06).
              10 WS-BUD-MONTANT      PIC 9(07)V99.
       77 WS-BUD-CAPACITE            PIC 9(03) VALUE 200.
       01 WS-NB-BUD                  PIC 9(03) VALUE 0.
       01 WS-IDX-BUD                 PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(03) VALUE 0.

       01 WS-CODE-SAISI              PIC X(10).
       01 WS-MOIS-SAISI              PIC 9(06) VALUE 0.
       01 WS-MONTANT-SAISI           PIC 9(07)V99 VALUE 0.
       01 WS-MONTANT-AFF             PIC Z(06)9.99.
       01 WS-NB-LISTES               PIC 9(03) VALUE 0.
       01 WS-MODIFIE                 PIC X VALUE "N".
       01 WS-FMA-TROUVE              PIC X VALUE "N".

      *    Date systeme : le mois courant est propose par defaut
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       PERFORM CHARGER-BUDGETS.

       PERFORM UNTIL WS-CHOIX = 4
           DISPLAY "----- BUDGETS D'ACHAT PAR FOURNISSEUR -----"
           DISPLAY "1. Lister les budgets"
           DISPLAY "2. Fixer le budget d'un fournisseur"
           DISPLAY "3. Retirer un budget"
           DISPLAY "4. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-BUDGETS
               WHEN 2
                   PERFORM FIXER-BUDGET
               WHEN 3
                   PERFORM RETIRER-BUDGET
               WHEN 4
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-BUDGETS
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge budgets-achats.txt dans WS-BUD ; l'absence du
      *    fichier (premiere utilisation) n'est pas une erreur
       CHARGER-BUDGETS.
           OPEN INPUT BUDGETS-FICHIER.
           IF WS-BUDGETS-STATUS = "00"
               PERFORM UNTIL WS-BUDGETS-STATUS NOT = "00"
                   READ BUDGETS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-BUD < WS-BUD-CAPACITE
                               ADD 1 TO WS-NB-BUD
                               MOVE F-BUDGET-ACHAT TO WS-BUD(WS-NB-BUD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGETS-FICHIER
           END-IF.

      *    Saisit le mois (AAAAMM, 0 = mois courant) dans
      *    WS-MOIS-SAISI
       SAISIR-MOIS.
           DISPLAY "Mois AAAAMM (0 = mois courant) : ".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI = 0
               MOVE WS-DATE-SYS(1:6) TO WS-MOIS-SAISI
           END-IF.

      *    Liste les budgets du mois saisi, ou tous (mois 999999)
       LISTER-BUDGETS.
           DISPLAY "Mois AAAAMM (0 = mois courant, 999999 = tous) : ".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI = 0
               MOVE WS-DATE-SYS(1:6) TO WS-MOIS-SAISI
           END-IF.
           MOVE 0 TO WS-NB-LISTES.
           PERFORM VARYING WS-IDX-BUD FROM 1 BY 1
                   UNTIL WS-IDX-BUD > WS-NB-BUD
               IF WS-MOIS-SAISI = 999999
                  OR WS-BUD-MOIS(WS-IDX-BUD) = WS-MOIS-SAISI
                   ADD 1 TO WS-NB-LISTES
                   MOVE WS-BUD-MONTANT(WS-IDX-BUD) TO WS-MONTANT-AFF
                   DISPLAY WS-BUD-FOURNISSEUR(WS-IDX-BUD) " "
                           WS-BUD-MOIS(WS-IDX-BUD) " budget "
                           WS-MONTANT-AFF
               END-IF
           END-PERFORM.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucun budget pour ce mois."
           END-IF.

      *    Recherche le budget WS-CODE-SAISI / WS-MOIS-SAISI
      *    (resultat dans WS-IDX-TROUVE, 0 si absent)
       TROUVER-BUDGET.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-BUD FROM 1 BY 1
                   UNTIL WS-IDX-BUD > WS-NB-BUD
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-BUD-FOURNISSEUR(WS-IDX-BUD) = WS-CODE-SAISI
                  AND WS-BUD-MOIS(WS-IDX-BUD) = WS-MOIS-SAISI
                   MOVE WS-IDX-BUD TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Cree le budget du fournisseur pour le mois, ou remplace
      *    son montant s'il existe deja
       FIXER-BUDGET.
           DISPLAY "Code du fournisseur : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           PERFORM CONTROLER-FOURNISSEUR.
           PERFORM SAISIR-MOIS.
           PERFORM TROUVER-BUDGET.
           IF WS-IDX-TROUVE = 0
              AND WS-NB-BUD NOT < WS-BUD-CAPACITE
               DISPLAY "Le fichier des budgets est plein ("
                       WS-BUD-CAPACITE " lignes)."
           ELSE
               IF WS-IDX-TROUVE NOT = 0
                   MOVE WS-BUD-MONTANT(WS-IDX-TROUVE)
                       TO WS-MONTANT-AFF
                   DISPLAY "Budget actuel : " WS-MONTANT-AFF
               END-IF
               DISPLAY "Montant du budget : "
               ACCEPT WS-MONTANT-SAISI
               IF WS-IDX-TROUVE = 0
                   ADD 1 TO WS-NB-BUD
                   MOVE WS-NB-BUD TO WS-IDX-TROUVE
                   MOVE WS-CODE-SAISI
                       TO WS-BUD-FOURNISSEUR(WS-IDX-TROUVE)
                   MOVE WS-MOIS-SAISI TO WS-BUD-MOIS(WS-IDX-TROUVE)
               END-IF
               MOVE WS-MONTANT-SAISI TO WS-BUD-MONTANT(WS-IDX-TROUVE)
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Budget enregistre."
           END-IF.

      *    Retire le budget en decalant les entrees suivantes
       RETIRER-BUDGET.
           DISPLAY "Code du fournisseur : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           PERFORM SAISIR-MOIS.
           PERFORM TROUVER-BUDGET.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Pas de budget pour ce fournisseur et ce mois."
           ELSE
               PERFORM VARYING WS-IDX-BUD FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-BUD >= WS-NB-BUD
                   MOVE WS-BUD(WS-IDX-BUD + 1) TO WS-BUD(WS-IDX-BUD)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-BUD
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Budget retire."
           END-IF.

      *    Signale un code absent de fournisseurs-maitre.txt ; le
      *    budget reste accepte (le maitre peut etre complete apres)
       CONTROLER-FOURNISSEUR.
           MOVE "N" TO WS-FMA-TROUVE.
           OPEN INPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS = "00"
               PERFORM UNTIL WS-FMAITRE-STATUS NOT = "00"
                   READ FMAITRE-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-FMA-CODE = WS-CODE-SAISI
                               MOVE "O" TO WS-FMA-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMAITRE-FICHIER
           END-IF.
           IF WS-FMA-TROUVE = "N"
               DISPLAY "** Fournisseur absent du maitre "
                       "(voir MAINT-FOURN) **"
           END-IF.

      *    Reecrit budgets-achats.txt a partir de WS-BUD(1..WS-NB-BUD)
       ECRIRE-BUDGETS.
           OPEN OUTPUT BUDGETS-FICHIER.
           IF WS-BUDGETS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire budgets-achats.txt"
           ELSE
               PERFORM VARYING WS-IDX-BUD FROM 1 BY 1
                       UNTIL WS-IDX-BUD > WS-NB-BUD
                   MOVE WS-BUD(WS-IDX-BUD) TO F-BUDGET-ACHAT
                   WRITE F-BUDGET-ACHAT
               END-PERFORM
               CLOSE BUDGETS-FICHIER
               DISPLAY "budgets-achats.txt mis a jour."
           END-IF.
