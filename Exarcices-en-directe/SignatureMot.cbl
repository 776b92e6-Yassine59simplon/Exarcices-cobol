       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignatureMot.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : signature d'anagramme d'un mot,
      *    c'est-a-dire ses L-LONGUEUR premieres lettres triees par
      *    ordre croissant (tri a bulles) ; deux anagrammes ont la
      *    meme signature. Le mot arrive deja prepare par l'appelant
      *    (separateurs retires, casse choisie).
      *    Utilise par MOTS-ANALYSE (familles d'anagrammes) et
      *    ORTHOGRAPHE (suggestions pour les lettres interverties).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I                    PIC 9(02).
       01 WS-J                    PIC 9(02).
       01 WS-CAR-TEMP             PIC X.

       LINKAGE SECTION.
       01 L-MOT                   PIC X(50).
       01 L-LONGUEUR              PIC 9(02).
       01 L-SIGNATURE             PIC X(50).

       PROCEDURE DIVISION USING L-MOT L-LONGUEUR L-SIGNATURE.
       DEBUT.
           MOVE L-MOT TO L-SIGNATURE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= L-LONGUEUR
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > L-LONGUEUR
                   IF L-SIGNATURE(WS-J:1) < L-SIGNATURE(WS-I:1)
                       MOVE L-SIGNATURE(WS-I:1) TO WS-CAR-TEMP
                       MOVE L-SIGNATURE(WS-J:1)
                           TO L-SIGNATURE(WS-I:1)
                       MOVE WS-CAR-TEMP TO L-SIGNATURE(WS-J:1)
                   END-IF
                   ADD 1 TO WS-J
               END-PERFORM
           END-PERFORM.
           GOBACK.
