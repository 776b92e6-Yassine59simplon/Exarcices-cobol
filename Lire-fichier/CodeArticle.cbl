       IDENTIFICATION DIVISION.
       PROGRAM-ID. CodeArticle.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : retrouve l'article designe par
      *    une saisie ou une lecture de douchette, qu'il s'agisse du
      *    nom de l'article (cle F-NOM-ARTICLE de inventaire.dat), de
      *    son code F-CODE-ARTICLE ou d'un code-barres EAN de la
      *    reference codes-barres.txt entretenue par MAINT-EAN.
      *    L-ACTION "C" charge les noms et codes du maitre et la
      *    reference des codes-barres ; a appeler avant que le
      *    programme appelant n'ouvre inventaire.dat en mise a jour.
      *    L-ACTION "R" resout L-SAISIE : L-NOM recoit le nom de
      *    l'article et L-RESULTAT vaut N (nom), C (code article),
      *    B (code-barres) ou I (inconnu, L-NOM recoit alors la
      *    saisie telle quelle). Un code-barres inconnu est consigne
      *    avec la valeur lue et le programme L-QUI dans
      *    codes-inconnus.txt, pour etre ajoute par MAINT-EAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT CODES-BARRES-FICHIER ASSIGN TO "codes-barres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-BARRES-STATUS.

      *    Codes-barres lus mais inconnus (jamais reecrit ici)
           SELECT INCONNUS-FICHIER ASSIGN TO "codes-inconnus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCONNUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  CODES-BARRES-FICHIER.
           COPY "CodeBarre.cpy".

      *    Meme decoupage que F-INCONNU dans maint-codes-barres.cbl
       FD  INCONNUS-FICHIER.
       01  F-INCONNU.
           05 F-INC-DATE          PIC 9(08).
           05 FILLER              PIC X.
           05 F-INC-QUI           PIC X(10).
           05 FILLER              PIC X.
           05 F-INC-SAISIE        PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS    PIC XX.
       01 WS-CODES-BARRES-STATUS  PIC XX.
       01 WS-INCONNUS-STATUS      PIC XX.
       01 WS-FIN                  PIC X.
       01 WS-CHARGE               PIC X VALUE "N".
       77 WS-DATE-SYS             PIC 9(8).

      *    Noms et codes des articles du maitre
       01 WS-TABLE-ART.
           05 WS-ART OCCURS 500 TIMES.
              10 WS-ART-NOM       PIC X(10).
              10 WS-ART-CODE      PIC X(06).
       77 WS-ART-CAPACITE         PIC 9(03) VALUE 500.
       01 WS-NB-ART               PIC 9(03) VALUE 0.
       01 WS-IDX-ART              PIC 9(03) VALUE 1.

      *    Reference des codes-barres
       01 WS-TABLE-CB.
           05 WS-CB OCCURS 999 TIMES.
              10 WS-CB-EAN        PIC X(13).
              10 WS-CB-CODE       PIC X(06).
       77 WS-CB-CAPACITE          PIC 9(03) VALUE 999.
       01 WS-NB-CB                PIC 9(03) VALUE 0.
       01 WS-IDX-CB               PIC 9(03) VALUE 1.

       01 WS-CODE-CHERCHE         PIC X(06).

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-SAISIE                PIC X(13).
       01 L-QUI                   PIC X(10).
       01 L-NOM                   PIC X(10).
       01 L-RESULTAT              PIC X.

       PROCEDURE DIVISION USING L-ACTION L-SAISIE L-QUI L-NOM
                                L-RESULTAT.
       DEBUT.
           IF L-ACTION = "C"
               PERFORM CHARGER-REFERENCES
           ELSE
               IF WS-CHARGE = "N"
                   PERFORM CHARGER-REFERENCES
               END-IF
               PERFORM RESOUDRE-SAISIE
                   THRU RESOUDRE-SAISIE-FIN
           END-IF.
           GOBACK.

      *    Charge les noms et codes du maitre puis codes-barres.txt ;
      *    un fichier absent laisse simplement sa table vide
       CHARGER-REFERENCES.
           MOVE 0 TO WS-NB-ART.
           MOVE 0 TO WS-NB-CB.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-ART < WS-ART-CAPACITE
                               ADD 1 TO WS-NB-ART
                               MOVE F-NOM-ARTICLE
                                   TO WS-ART-NOM(WS-NB-ART)
                               MOVE F-CODE-ARTICLE
                                   TO WS-ART-CODE(WS-NB-ART)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
           END-IF.
           OPEN INPUT CODES-BARRES-FICHIER.
           IF WS-CODES-BARRES-STATUS = "00"
               PERFORM UNTIL WS-CODES-BARRES-STATUS NOT = "00"
                   READ CODES-BARRES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CB < WS-CB-CAPACITE
                               ADD 1 TO WS-NB-CB
                               MOVE F-CB-EAN TO WS-CB-EAN(WS-NB-CB)
                               MOVE F-CB-CODE-ARTICLE
                                   TO WS-CB-CODE(WS-NB-CB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODES-BARRES-FICHIER
           END-IF.
           MOVE "O" TO WS-CHARGE.

      *    Essaie la saisie comme nom, puis comme code article, puis
      *    comme code-barres
       RESOUDRE-SAISIE.
           MOVE "I" TO L-RESULTAT.
           MOVE L-SAISIE TO L-NOM.
           IF L-SAISIE = SPACES
               GO TO RESOUDRE-SAISIE-FIN
           END-IF.
           IF L-SAISIE(11:3) = SPACES
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                       UNTIL WS-IDX-ART > WS-NB-ART
                       OR L-RESULTAT NOT = "I"
                   IF WS-ART-NOM(WS-IDX-ART) = L-SAISIE(1:10)
                       MOVE "N" TO L-RESULTAT
                   END-IF
               END-PERFORM
           END-IF.
           IF L-RESULTAT = "I" AND L-SAISIE(7:7) = SPACES
               MOVE L-SAISIE(1:6) TO WS-CODE-CHERCHE
               PERFORM CHERCHER-CODE
                   THRU CHERCHER-CODE-FIN
               IF L-RESULTAT NOT = "I"
                   MOVE "C" TO L-RESULTAT
               END-IF
           END-IF.
           IF L-RESULTAT = "I"
               PERFORM VARYING WS-IDX-CB FROM 1 BY 1
                       UNTIL WS-IDX-CB > WS-NB-CB
                       OR L-RESULTAT NOT = "I"
                   IF WS-CB-EAN(WS-IDX-CB) = L-SAISIE
                       MOVE WS-CB-CODE(WS-IDX-CB) TO WS-CODE-CHERCHE
                       PERFORM CHERCHER-CODE
                           THRU CHERCHER-CODE-FIN
                       IF L-RESULTAT NOT = "I"
                           MOVE "B" TO L-RESULTAT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *    Plus long qu'un nom, ou tout en chiffres : c'est une
      *    lecture de douchette que la reference ne connait pas
           IF L-RESULTAT = "I"
               IF L-SAISIE(11:3) NOT = SPACES
                  OR L-SAISIE(1:8) IS NUMERIC
                   PERFORM CONSIGNER-INCONNU
               END-IF
           END-IF.
       RESOUDRE-SAISIE-FIN.
           EXIT.

      *    Cherche WS-CODE-CHERCHE parmi les codes du maitre ; s'il
      *    est trouve, L-NOM recoit le nom et L-RESULTAT passe a "O"
       CHERCHER-CODE.
           IF WS-CODE-CHERCHE = SPACES
               GO TO CHERCHER-CODE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
                   OR L-RESULTAT NOT = "I"
               IF WS-ART-CODE(WS-IDX-ART) = WS-CODE-CHERCHE
                   MOVE WS-ART-NOM(WS-IDX-ART) TO L-NOM
                   MOVE "O" TO L-RESULTAT
               END-IF
           END-PERFORM.
       CHERCHER-CODE-FIN.
           EXIT.

       CONSIGNER-INCONNU.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           OPEN EXTEND INCONNUS-FICHIER.
           IF WS-INCONNUS-STATUS NOT = "00"
               OPEN OUTPUT INCONNUS-FICHIER
           END-IF.
           IF WS-INCONNUS-STATUS = "00"
               MOVE SPACES       TO F-INCONNU
               MOVE WS-DATE-SYS  TO F-INC-DATE
               MOVE L-QUI        TO F-INC-QUI
               MOVE L-SAISIE     TO F-INC-SAISIE
               WRITE F-INCONNU
               CLOSE INCONNUS-FICHIER
           END-IF.
