      * taille, les mots sans paire sont comptes a part, et le bloc
      * final nomme la plus grande famille - la matiere premiere
      * des jeux de lettres.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * La signature d'anagramme vient du sous-programme partage
      * SignatureMot, qu'ORTHOGRAPHE emploie aussi pour ses
      * suggestions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-IDX-GRP                      PIC 9(03) VALUE 1.
       01 WS-IDX-GRP-TROUVE               PIC 9(03) VALUE 0.

      *    Signature du mot (sous-programme partage SignatureMot)
       01 WS-SIGNATURE                    PIC X(50).

      *    Bloc final de la passe croisee
       01 WS-NB-FAMILLES                  PIC 9(03) VALUE 0.
       01 WS-IDX-PLUS-GRANDE              PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       MOVE "ISOGRAM-CASSE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"

           PERFORM GROUPER-ANAGRAMMES
           PERFORM ECRIRE-ANAGRAMMES
               THRU ECRIRE-ANAGRAMMES-FIN
           PERFORM ECRIRE-COMPTES
           IF WS-RESULTATS-STATUS = "00"
               CLOSE RESULTATS-FICHIER
           IF WS-EST-PALINDROME = "O"
               ADD 1 TO WS-NB-PALINDROMES
           END-IF.
           PERFORM RETENIR-POUR-ANAGRAMMES
               THRU RETENIR-POUR-ANAGRAMMES-FIN.
           PERFORM ECRIRE-LIGNE-MOT.

      *    Recopie le mot en ignorant les espaces et les traits

      *    Retient le mot et sa signature pour la passe croisee :
      *    les lettres de la version de comparaison triees par
      *    ordre croissant (SignatureMot, partage avec ORTHOGRAPHE)
       RETENIR-POUR-ANAGRAMMES.
           IF WS-NB-MT >= 200 OR WS-LONGUEUR = 0
               GO TO RETENIR-POUR-ANAGRAMMES-FIN
           END-IF.
           CALL "SignatureMot" USING WS-MOT-CMP WS-LONGUEUR
                                     WS-SIGNATURE.
           ADD 1 TO WS-NB-MT.
           MOVE F-MOT(1:20) TO WS-MT-MOT(WS-NB-MT).
           MOVE WS-SIGNATURE TO WS-MT-SIGNATURE(WS-NB-MT).
