      * extrait-eleves.txt signale les eleves sans note exploitable
      * et ceux dont des notes ont ete laissees de cote faute de
      * place dans les 5 cases.
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

      *    Meme decoupage que F-ELEVE-LAGNE dans reussite.cbl
       FD  ELEVE-FILE.
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-NOTES-LUES
                       IF F-ABSENT-V NOT = "A"
                           PERFORM RANGER-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTES-FICHIER
