      * referentiel sans affectation, a reperer avant la rentree.
      * CONSEIL-CLASSE et BULLETIN retrouvent le professeur d'une
      * matiere via le sous-programme ProfMatiere.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       FD  CHARGE-FICHIER.
       01  F-LIGNE-CHARGE            PIC X(60).
       01 WS-LIGNE-CHARGE            PIC X(60).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-PROFESSEURS.
       PERFORM CHARGER-AFFECTATIONS.

                   PERFORM AJOUTER-PROFESSEUR
               WHEN 3
                   PERFORM AJOUTER-AFFECTATION
                       THRU AJOUTER-AFFECTATION-FIN
               WHEN 4
                   PERFORM RETIRER-AFFECTATION
               WHEN 5
                   PERFORM RAPPORT-CHARGE
                       THRU RAPPORT-CHARGE-FIN
               WHEN 6
                   IF WS-MODIFIE-PRF = "O"
                       PERFORM ECRIRE-PROFESSEURS
