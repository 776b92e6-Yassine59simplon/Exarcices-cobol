      * controle-notes.txt les ecarts au-dela d'une tolerance, les
      * eleves presents dans un seul des deux fichiers, et les
      * differences de nombre de notes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les marques d'absence ouvertes (rattrapage attendu, F-ABSENT-V)
      * ne comptent pas dans les moyennes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
      *    A = absent au controle, rattrapage attendu : la note
      *    ne compte pas dans les moyennes
           05 F-ABSENT-V             PIC X.

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(70).
       01 WS-LIGNE-RAPPORT           PIC X(70).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "Tolerance d'ecart entre moyennes (defaut 0.50) : ".
       ACCEPT WS-TOLERANCE.
       IF WS-TOLERANCE = 0
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-ABSENT-V NOT = "A"
                               PERFORM CUMULER-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FICHIER
