       IDENTIFICATION DIVISION.
       PROGRAM-ID. MouvementLog.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : enregistre un mouvement de stock
      *    deja applique au maitre. L-LIGNE-MVT est la ligne au
      *    decoupage WS-LIGNE-MVT d'AJUSTE-STOCK ; elle est ajoutee
      *    telle quelle a mouvements.txt (jamais reecrit, lu par
      *    MARGES, DEMARQUE, POINTS-CDE et purge par PURGE-JOURNAUX)
      *    et recopiee dans le journal indexe mouvements.dat
      *    (MouvementIdx.cpy), cree au premier mouvement s'il
      *    n'existe pas. L-RESULTAT vaut O quand les deux ecritures
      *    ont reussi, N sinon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENTS-FICHIER ASSIGN TO "mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOUVEMENTS-FICHIER.
       01  F-LIGNE-MOUVEMENT    PIC X(71).

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MOUVEMENTS-STATUS  PIC XX.
       01 WS-MVT-INDEXE-STATUS  PIC XX.
      *    R = ecriture a refaire avec le numero d'ordre suivant
       01 WS-ECRIT              PIC X.

       LINKAGE SECTION.
      *    Meme decoupage que WS-LIGNE-MVT dans ajuste-stock.cbl
       01 L-LIGNE-MVT.
           05 L-M-ANNEE          PIC 9(4).
           05 FILLER             PIC X.
           05 L-M-MOIS           PIC 99.
           05 FILLER             PIC X.
           05 L-M-JOUR           PIC 99.
           05 FILLER             PIC X.
           05 L-M-HEURE          PIC 99.
           05 FILLER             PIC X.
           05 L-M-MINUTE         PIC 99.
           05 FILLER             PIC X.
           05 L-M-ARTICLE        PIC X(10).
           05 FILLER             PIC X.
           05 L-M-SIGNE          PIC X.
           05 L-M-QUANTITE       PIC 9(05).
           05 FILLER             PIC X(08).
           05 L-M-AVANT          PIC 9(05).
           05 FILLER             PIC X(08).
           05 L-M-APRES          PIC 9(05).
           05 FILLER             PIC X.
           05 L-M-MOTIF          PIC X(10).
       01 L-RESULTAT            PIC X.

       PROCEDURE DIVISION USING L-LIGNE-MVT L-RESULTAT.
       DEBUT.
           MOVE "O" TO L-RESULTAT.
           PERFORM ECRIRE-TEXTE.
           PERFORM ECRIRE-INDEXE
               THRU ECRIRE-INDEXE-FIN.
           GOBACK.

      *    Ajoute la ligne a mouvements.txt, cree au besoin
       ECRIRE-TEXTE.
           OPEN EXTEND MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               OPEN OUTPUT MOUVEMENTS-FICHIER
           END-IF.
           IF WS-MOUVEMENTS-STATUS = "00"
               MOVE L-LIGNE-MVT TO F-LIGNE-MOUVEMENT
               WRITE F-LIGNE-MOUVEMENT
               CLOSE MOUVEMENTS-FICHIER
           ELSE
               MOVE "N" TO L-RESULTAT
           END-IF.

      *    Ecrit le mouvement dans mouvements.dat ; un mouvement du
      *    meme article dans la meme minute prend le numero d'ordre
      *    suivant
       ECRIRE-INDEXE.
           OPEN I-O MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS = "35"
               OPEN OUTPUT MVT-INDEXE-FICHIER
               CLOSE MVT-INDEXE-FICHIER
               OPEN I-O MVT-INDEXE-FICHIER
           END-IF.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               MOVE "N" TO L-RESULTAT
               GO TO ECRIRE-INDEXE-FIN
           END-IF.
           MOVE L-M-ARTICLE TO F-MVI-ARTICLE.
           COMPUTE F-MVI-DATE = L-M-ANNEE * 10000
                              + L-M-MOIS * 100 + L-M-JOUR.
           COMPUTE F-MVI-HEURE = L-M-HEURE * 100 + L-M-MINUTE.
           MOVE 0 TO F-MVI-ORDRE.
           MOVE F-MVI-DATE  TO F-MVI-D-DATE.
           MOVE F-MVI-HEURE TO F-MVI-D-HEURE.
           MOVE L-M-SIGNE    TO F-MVI-SIGNE.
           MOVE L-M-QUANTITE TO F-MVI-QUANTITE.
           MOVE L-M-AVANT    TO F-MVI-AVANT.
           MOVE L-M-APRES    TO F-MVI-APRES.
           MOVE L-M-MOTIF    TO F-MVI-MOTIF.
           MOVE "R" TO WS-ECRIT.
           PERFORM UNTIL WS-ECRIT NOT = "R"
               WRITE F-MOUVEMENT-IDX
                   INVALID KEY
                       IF WS-MVT-INDEXE-STATUS = "22"
                          AND F-MVI-ORDRE < 9999
                           ADD 1 TO F-MVI-ORDRE
                       ELSE
                           MOVE "N" TO WS-ECRIT
                       END-IF
                   NOT INVALID KEY
                       MOVE "O" TO WS-ECRIT
               END-WRITE
           END-PERFORM.
           IF WS-ECRIT = "N"
               MOVE "N" TO L-RESULTAT
           END-IF.
           CLOSE MVT-INDEXE-FICHIER.
       ECRIRE-INDEXE-FIN.
           EXIT.
