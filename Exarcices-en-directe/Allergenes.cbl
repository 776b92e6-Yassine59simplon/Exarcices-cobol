       IDENTIFICATION DIVISION.
       PROGRAM-ID. Allergenes.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage des allergenes et restrictions
      *    alimentaires de la soiree pizza. Une zone de 8 caracteres
      *    tient un code par position, espace quand il est absent :
      *      1 G gluten            5 A arachide
      *      2 L lait              6 P poisson, fruits de mer
      *      3 O oeuf              7 V viande
      *      4 C fruits a coque    8 K porc
      *    La meme zone dit ce que contient une pizza (prix-pizzas.txt)
      *    ou un ingredient (allergenes-articles.txt), et ce qu'un
      *    convive ne doit pas manger (profils-convives.txt) ; un
      *    vegetarien se note V et P.
      *    L-ACTION choisit le traitement :
      *      "N" : range les codes saisis en vrac dans L-CODES1
      *            (ex. "LG", minuscules admises) a leur position dans
      *            L-RESULTAT ; L-VALIDE vaut N si une lettre est
      *            inconnue
      *      "X" : L-RESULTAT = codes presents a la fois dans L-CODES1
      *            et L-CODES2 (pizza contre restrictions) ; L-VALIDE
      *            vaut O quand il y en a au moins un
      *      "U" : L-RESULTAT = codes presents dans L-CODES1 ou
      *            L-CODES2 (cumul des ingredients d'une recette)
      *      "L" : L-LIBELLE = libelles en clair des codes de
      *            L-CODES1 (ex. "gluten, lait"), "aucun" sinon
      *    Utilise par pizza, MAINT-PRIX et DROITS-PERS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CODES-INIT.
           05 FILLER             PIC X(8) VALUE "GLOCAPVK".
       01 WS-CODES-VALIDES REDEFINES WS-CODES-INIT.
           05 WS-CODE-VALIDE     PIC X OCCURS 8 TIMES.
       01 WS-LIBELLES-INIT.
           05 FILLER             PIC X(16) VALUE "gluten".
           05 FILLER             PIC X(16) VALUE "lait".
           05 FILLER             PIC X(16) VALUE "oeuf".
           05 FILLER             PIC X(16) VALUE "fruits a coque".
           05 FILLER             PIC X(16) VALUE "arachide".
           05 FILLER             PIC X(16) VALUE "poisson".
           05 FILLER             PIC X(16) VALUE "viande".
           05 FILLER             PIC X(16) VALUE "porc".
       01 WS-LIBELLES REDEFINES WS-LIBELLES-INIT.
           05 WS-LIBELLE-CODE    PIC X(16) OCCURS 8 TIMES.
       01 WS-IDX                 PIC 99.
       01 WS-IDX-CODE            PIC 99.
       01 WS-POSITION            PIC 99.
       01 WS-CARACTERE           PIC X.
       01 WS-SAISIE              PIC X(8).
       01 WS-POINTEUR            PIC 99.
       01 WS-PREMIER             PIC X.

       LINKAGE SECTION.
       01 L-ACTION               PIC X.
       01 L-CODES1               PIC X(8).
       01 L-CODES2               PIC X(8).
       01 L-RESULTAT             PIC X(8).
       01 L-LIBELLE              PIC X(80).
       01 L-VALIDE               PIC X.

       PROCEDURE DIVISION USING L-ACTION L-CODES1 L-CODES2
                                L-RESULTAT L-LIBELLE L-VALIDE.
       DEBUT.
           EVALUATE L-ACTION
               WHEN "N"
                   PERFORM NORMALISER-CODES
               WHEN "X"
                   PERFORM CROISER-CODES
               WHEN "U"
                   PERFORM CUMULER-CODES
               WHEN "L"
                   PERFORM LIBELLER-CODES
           END-EVALUATE.
           GOBACK.

      *    Chaque lettre saisie va a la position de son code
       NORMALISER-CODES.
           MOVE SPACES TO L-RESULTAT.
           MOVE "O" TO L-VALIDE.
           MOVE FUNCTION UPPER-CASE(L-CODES1) TO WS-SAISIE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-SAISIE(WS-IDX:1) TO WS-CARACTERE
               IF WS-CARACTERE NOT = SPACE
                   MOVE 0 TO WS-POSITION
                   PERFORM VARYING WS-IDX-CODE FROM 1 BY 1
                           UNTIL WS-IDX-CODE > 8
                           OR WS-POSITION NOT = 0
                       IF WS-CODE-VALIDE(WS-IDX-CODE) = WS-CARACTERE
                           MOVE WS-IDX-CODE TO WS-POSITION
                       END-IF
                   END-PERFORM
                   IF WS-POSITION = 0
                       MOVE "N" TO L-VALIDE
                   ELSE
                       MOVE WS-CARACTERE
                           TO L-RESULTAT(WS-POSITION:1)
                   END-IF
               END-IF
           END-PERFORM.

       CROISER-CODES.
           MOVE SPACES TO L-RESULTAT.
           MOVE "N" TO L-VALIDE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF L-CODES1(WS-IDX:1) NOT = SPACE
                  AND L-CODES2(WS-IDX:1) NOT = SPACE
                   MOVE WS-CODE-VALIDE(WS-IDX)
                       TO L-RESULTAT(WS-IDX:1)
                   MOVE "O" TO L-VALIDE
               END-IF
           END-PERFORM.

       CUMULER-CODES.
           MOVE SPACES TO L-RESULTAT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF L-CODES1(WS-IDX:1) NOT = SPACE
                  OR L-CODES2(WS-IDX:1) NOT = SPACE
                   MOVE WS-CODE-VALIDE(WS-IDX)
                       TO L-RESULTAT(WS-IDX:1)
               END-IF
           END-PERFORM.

       LIBELLER-CODES.
           MOVE SPACES TO L-LIBELLE.
           MOVE 1 TO WS-POINTEUR.
           MOVE "O" TO WS-PREMIER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF L-CODES1(WS-IDX:1) NOT = SPACE
                   IF WS-PREMIER = "N"
                       STRING ", " DELIMITED BY SIZE
                           INTO L-LIBELLE WITH POINTER WS-POINTEUR
                   END-IF
                   STRING WS-LIBELLE-CODE(WS-IDX)
                              DELIMITED BY "  "
                       INTO L-LIBELLE WITH POINTER WS-POINTEUR
                   MOVE "N" TO WS-PREMIER
               END-IF
           END-PERFORM.
           IF WS-PREMIER = "O"
               MOVE "aucun" TO L-LIBELLE
           END-IF.
