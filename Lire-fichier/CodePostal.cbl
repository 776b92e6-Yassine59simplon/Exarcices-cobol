       IDENTIFICATION DIVISION.
       PROGRAM-ID. CodePostal.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : controle d'un couple code postal
      *    / commune contre la reference codes-postaux.txt
      *    (CodePostal.cpy) entretenue par MAINT-CP.
      *    L-ACTION "C" charge la reference en memoire ; a rappeler
      *    apres une mise a jour de la reference.
      *    L-ACTION "V" controle L-CP et L-VILLE (casse ignoree) et
      *    rend dans L-RESULTAT :
      *      O = couple connu (L-VILLE-PROPOSEE = nom officiel) ;
      *      V = code connu mais commune absente du code : la
      *          commune du code qui s'en rapproche le plus (memes
      *          lettres hors blancs, tirets et apostrophes), a
      *          defaut la premiere, est proposee ;
      *      C = code inconnu : si la commune figure dans la
      *          reference, son code et son nom officiel sont
      *          proposes, sinon les propositions restent a blanc ;
      *      A = adresse sans code ni commune, rien a controler ;
      *      R = reference absente ou vide, aucun controle possible.
      *    Utilise par Personnes-d, ETIQUETTES, GERE-MENAGES et
      *    CONTROLE-ADR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-FICHIER ASSIGN TO "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-FICHIER.
           COPY "CodePostal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CODES-STATUS         PIC XX.
       01 WS-FIN                  PIC X.

      *    Reference chargee, avec la forme reduite de chaque commune
      *    (majuscules, sans blancs, tirets ni apostrophes)
       01 WS-TABLE-CPO.
           05 WS-CPO OCCURS 2000 TIMES.
              10 WS-CPO-CODE      PIC X(05).
              10 WS-CPO-VILLE     PIC X(15).
              10 WS-CPO-REDUITE   PIC X(15).
       77 WS-CPO-CAPACITE         PIC 9(04) VALUE 2000.
       01 WS-NB-CPO               PIC 9(04) VALUE 0.
       01 WS-IDX-CPO              PIC 9(04) VALUE 1.
       01 WS-CHARGEE              PIC X VALUE "N".

      *    Commune controlee, en majuscules et reduite
       01 WS-VILLE-MAJ            PIC X(15).
       01 WS-REDUCTION-SOURCE     PIC X(15).
       01 WS-REDUCTION            PIC X(15).
       01 WS-VILLE-REDUITE        PIC X(15).
       01 WS-IDX-CAR              PIC 9(02).
       01 WS-LG-REDUITE           PIC 9(02).
       01 WS-CODE-CONNU           PIC X.
       01 WS-PROCHE-TROUVEE       PIC X.

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-CP                    PIC X(05).
       01 L-VILLE                 PIC X(15).
       01 L-CP-PROPOSE            PIC X(05).
       01 L-VILLE-PROPOSEE        PIC X(15).
       01 L-RESULTAT              PIC X.

       PROCEDURE DIVISION USING L-ACTION L-CP L-VILLE L-CP-PROPOSE
                                L-VILLE-PROPOSEE L-RESULTAT.
       DEBUT.
           IF L-ACTION = "C" OR WS-CHARGEE = "N"
               PERFORM CHARGER-REFERENCE
           END-IF.
           IF L-ACTION = "V"
               PERFORM CONTROLER-COUPLE THRU CONTROLER-COUPLE-FIN
           END-IF.
           GOBACK.

      *    Charge codes-postaux.txt ; l'absence du fichier laisse la
      *    table vide (resultat R aux controles)
       CHARGER-REFERENCE.
           MOVE 0 TO WS-NB-CPO.
           MOVE "O" TO WS-CHARGEE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CODES-FICHIER.
           IF WS-CODES-STATUS = "00"
               PERFORM UNTIL WS-CODES-STATUS NOT = "00"
                   READ CODES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CPO < WS-CPO-CAPACITE
                              AND F-CPO-CODE NOT = SPACES
                               ADD 1 TO WS-NB-CPO
                               MOVE F-CPO-CODE
                                   TO WS-CPO-CODE(WS-NB-CPO)
                               MOVE FUNCTION UPPER-CASE(F-CPO-VILLE)
                                   TO WS-CPO-VILLE(WS-NB-CPO)
                               MOVE WS-CPO-VILLE(WS-NB-CPO)
                                   TO WS-REDUCTION-SOURCE
                               PERFORM REDUIRE-VILLE
                               MOVE WS-REDUCTION
                                   TO WS-CPO-REDUITE(WS-NB-CPO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODES-FICHIER
           END-IF.

      *    Controle du couple recu : couple exact, puis commune
      *    approchante du meme code, puis code de la commune
       CONTROLER-COUPLE.
           MOVE SPACES TO L-CP-PROPOSE L-VILLE-PROPOSEE.
           IF L-CP = SPACES AND L-VILLE = SPACES
               MOVE "A" TO L-RESULTAT
               GO TO CONTROLER-COUPLE-FIN
           END-IF.
           IF WS-NB-CPO = 0
               MOVE "R" TO L-RESULTAT
               GO TO CONTROLER-COUPLE-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(L-VILLE) TO WS-VILLE-MAJ.
           MOVE WS-VILLE-MAJ TO WS-REDUCTION-SOURCE.
           PERFORM REDUIRE-VILLE.
           MOVE WS-REDUCTION TO WS-VILLE-REDUITE.
           MOVE "N" TO WS-CODE-CONNU.
           MOVE "N" TO WS-PROCHE-TROUVEE.
           MOVE "V" TO L-RESULTAT.
           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-NB-CPO
                   OR L-RESULTAT = "O"
               IF WS-CPO-CODE(WS-IDX-CPO) = L-CP
                   IF WS-CODE-CONNU = "N"
                       MOVE "O" TO WS-CODE-CONNU
                       MOVE L-CP TO L-CP-PROPOSE
                       MOVE WS-CPO-VILLE(WS-IDX-CPO)
                           TO L-VILLE-PROPOSEE
                   END-IF
                   IF WS-CPO-VILLE(WS-IDX-CPO) = WS-VILLE-MAJ
                       MOVE "O" TO L-RESULTAT
                       MOVE WS-CPO-VILLE(WS-IDX-CPO)
                           TO L-VILLE-PROPOSEE
                   ELSE
                       IF WS-CPO-REDUITE(WS-IDX-CPO) =
                               WS-VILLE-REDUITE
                          AND WS-PROCHE-TROUVEE = "N"
                           MOVE "O" TO WS-PROCHE-TROUVEE
                           MOVE WS-CPO-VILLE(WS-IDX-CPO)
                               TO L-VILLE-PROPOSEE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CODE-CONNU = "N"
               MOVE "C" TO L-RESULTAT
               PERFORM CHERCHER-CODE-VILLE
           END-IF.
       CONTROLER-COUPLE-FIN.
           EXIT.

      *    Code inconnu : code et nom officiel de la commune saisie,
      *    retrouvee sous sa forme reduite
       CHERCHER-CODE-VILLE.
           IF WS-VILLE-REDUITE NOT = SPACES
               PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                       UNTIL WS-IDX-CPO > WS-NB-CPO
                       OR L-CP-PROPOSE NOT = SPACES
                   IF WS-CPO-REDUITE(WS-IDX-CPO) = WS-VILLE-REDUITE
                       MOVE WS-CPO-CODE(WS-IDX-CPO) TO L-CP-PROPOSE
                       MOVE WS-CPO-VILLE(WS-IDX-CPO)
                           TO L-VILLE-PROPOSEE
                   END-IF
               END-PERFORM
           END-IF.

      *    Forme reduite de WS-REDUCTION-SOURCE (deja en majuscules)
      *    dans WS-REDUCTION : les blancs, tirets et apostrophes
      *    sont retires, de sorte que "ST-DENIS", "ST DENIS" et
      *    "STDENIS" se confondent
       REDUIRE-VILLE.
           MOVE SPACES TO WS-REDUCTION.
           MOVE 0 TO WS-LG-REDUITE.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 15
               IF WS-REDUCTION-SOURCE(WS-IDX-CAR:1) NOT = SPACE
                  AND WS-REDUCTION-SOURCE(WS-IDX-CAR:1) NOT = "-"
                  AND WS-REDUCTION-SOURCE(WS-IDX-CAR:1) NOT = "'"
                   ADD 1 TO WS-LG-REDUITE
                   MOVE WS-REDUCTION-SOURCE(WS-IDX-CAR:1)
                       TO WS-REDUCTION(WS-LG-REDUITE:1)
               END-IF
           END-PERFORM.
