      * programme ecrit a cote de son rapport (rupture-totaux.txt,
      * reussite-totaux.txt, lire-noms-totaux.txt) : le resume ne
      * depend plus de la mise en page des rapports imprimes.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-INVERSE-1ER-NOM          PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
           CALL "Bandeau".
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

           MOVE "RESUME-DATE" TO WS-CFG-CLE.
                       NOT AT END
                           IF F-CAL-PROGRAMME NOT = SPACES
                               PERFORM CONTROLER-UN-PROGRAMME
                                   THRU CONTROLER-UN-PROGRAMME-FIN
                           END-IF
                   END-READ
               END-PERFORM
