       IDENTIFICATION DIVISION.
       PROGRAM-ID. MoisClos.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : dit si une date de mouvement du
      *    grand livre des clients appartient a un mois deja clos par
      *    CLOTURE-LIV, d'apres le registre mois-clos-clients.txt
      *    (LivreClos.cpy). Une date est close quand elle ne depasse
      *    pas la derniere date d'un mois clos ; L-ARCHIVE rend alors
      *    l'archive qui porte ses mouvements (celle du mois clos qui
      *    la contient, ou du premier clos apres elle).
      *    L-CLOS rend "O" ou "N" ; sans registre, rien n'est clos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOS-FICHIER ASSIGN TO "mois-clos-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOS-FICHIER.
           COPY "LivreClos.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLOS-STATUS        PIC XX.
      *    Mois retenu : la fin close la plus proche apres la date
       01 WS-FIN-RETENUE        PIC 9(08).

       LINKAGE SECTION.
       01 L-DATE-MVT            PIC 9(08).
       01 L-ARCHIVE             PIC X(30).
       01 L-CLOS                PIC X.

       PROCEDURE DIVISION USING L-DATE-MVT L-ARCHIVE L-CLOS.
       DEBUT.
           MOVE "N" TO L-CLOS.
           MOVE SPACES TO L-ARCHIVE.
           MOVE 99999999 TO WS-FIN-RETENUE.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM EXAMINER-MOIS
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           GOBACK.

      *    Retient le mois lu s'il est clos apres la date et plus
      *    proche d'elle que ceux deja vus
       EXAMINER-MOIS.
           IF L-DATE-MVT <= F-LVC-FIN
               MOVE "O" TO L-CLOS
               IF F-LVC-FIN < WS-FIN-RETENUE
                   MOVE F-LVC-FIN TO WS-FIN-RETENUE
                   MOVE F-LVC-ARCHIVE TO L-ARCHIVE
               END-IF
           END-IF.
