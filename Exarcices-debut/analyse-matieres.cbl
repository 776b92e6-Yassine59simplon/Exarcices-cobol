      * forte a la plus faible moyenne generale ; on voit ainsi que
      * le probleme de la 4B, par exemple, c'est les maths et pas
      * les eleves. Rapport ecrit dans analyse-matieres.txt.
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

       FD  ANALYSE-FICHIER.
       01  LIGNE-ANALYSE             PIC X(80).
       PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
           PERFORM ANALYSER-UNE-PAIRE
               THRU ANALYSER-UNE-PAIRE-FIN
       END-PERFORM.
       PERFORM ECRIRE-CLASSEMENT.
       CLOSE ANALYSE-FICHIER.
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-NOTES-LUES
                           IF F-ABSENT-V NOT = "A"
                               PERFORM CUMULER-UNE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FICHIER
                               WS-PAI-MATIERE(WS-IDX-PAI)
                          AND F-CLASSE-V =
                               WS-PAI-CLASSE(WS-IDX-PAI)
                          AND F-ABSENT-V NOT = "A"
                          AND WS-STT-NB < 500
                           ADD 1 TO WS-STT-NB
                           MOVE F-NOTE-V
