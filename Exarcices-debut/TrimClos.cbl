       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrimClos.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : dit si une date d'evaluation
      *    appartient a un trimestre deja clos par CLOTURE-TRIM,
      *    d'apres le registre trimestres-clos.txt (TrimestreClos.cpy).
      *    Une date est close quand elle ne depasse pas la derniere
      *    date d'un trimestre clos ; L-LIBELLE rend alors le
      *    trimestre qui la contient (ou le premier clos apres elle).
      *    L-CLOS rend "O" ou "N" ; sans registre, rien n'est clos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOS-FICHIER ASSIGN TO "trimestres-clos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOS-FICHIER.
           COPY "TrimestreClos.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLOS-STATUS        PIC XX.
      *    Trimestre retenu : celui qui contient la date, sinon le
      *    premier clos apres elle (fin la plus proche)
       01 WS-FIN-RETENUE        PIC 9(08).
       01 WS-CONTIENT           PIC X.

       LINKAGE SECTION.
       01 L-DATE-EVAL           PIC 9(08).
       01 L-LIBELLE             PIC X(06).
       01 L-CLOS                PIC X.

       PROCEDURE DIVISION USING L-DATE-EVAL L-LIBELLE L-CLOS.
       DEBUT.
           MOVE "N" TO L-CLOS.
           MOVE SPACES TO L-LIBELLE.
           MOVE 99999999 TO WS-FIN-RETENUE.
           MOVE "N" TO WS-CONTIENT.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM EXAMINER-TRIMESTRE
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           GOBACK.

      *    Retient le trimestre lu s'il couvre la date, ou s'il est
      *    le plus proche des trimestres clos apres elle
       EXAMINER-TRIMESTRE.
           IF L-DATE-EVAL <= F-TCL-FIN
               MOVE "O" TO L-CLOS
               IF L-DATE-EVAL >= F-TCL-DEBUT
                   MOVE "O" TO WS-CONTIENT
                   MOVE F-TCL-LIBELLE TO L-LIBELLE
               ELSE
                   IF WS-CONTIENT = "N"
                      AND F-TCL-FIN < WS-FIN-RETENUE
                       MOVE F-TCL-FIN TO WS-FIN-RETENUE
                       MOVE F-TCL-LIBELLE TO L-LIBELLE
                   END-IF
               END-IF
           END-IF.
