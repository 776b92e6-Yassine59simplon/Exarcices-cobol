      * parametres.txt, 7 jours par defaut) : la liste "a vendre en
      * premier" du point du matin. MATIN-BRIEF reprend ces lignes
      * dans sa section peremptions.
      * Un lot bloque par RAPPEL-LOT n'est jamais a vendre : il est
      * liste a part, a retirer du rayon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-LOT dans ajuste-stock.cbl,
      *    reception-commande.cbl et rappel-lot.cbl (B = bloque par
      *    un rappel)
       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE        PIC X(10).
           05 F-LOT-NUMERO         PIC X(10).
           05 F-LOT-QTE            PIC 9(05).
           05 F-LOT-PEREMPTION     PIC 9(08).
           05 F-LOT-BLOQUE         PIC X.

       FD  PEREMPTION-FICHIER.
       01  F-LIGNE-PEREMPTION      PIC X(70).
       01 WS-NB-LOTS-LUS                       PIC 9(04) VALUE 0.
       01 WS-NB-PERIMES                        PIC 9(04) VALUE 0.
       01 WS-NB-A-VENDRE                       PIC 9(04) VALUE 0.
       01 WS-NB-BLOQUES                        PIC 9(04) VALUE 0.

       01 WS-LIGNE-PEREMPTION                  PIC X(70).

                       ADD 1 TO WS-NB-LOTS-LUS
                       IF F-LOT-QTE > 0
                           PERFORM EXAMINER-LOT
                               THRU EXAMINER-LOT-FIN
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Lots perimes       : " WS-NB-PERIMES
           DISPLAY "A vendre d'abord   : " WS-NB-A-VENDRE
                   " (horizon " WS-HORIZON " jours)"
           IF WS-NB-BLOQUES > 0
               DISPLAY "Lots bloques       : " WS-NB-BLOQUES
                       " (rappel, a retirer du rayon)"
           END-IF
       END-IF.

       MOVE WS-NB-LOTS-LUS TO WS-NB-LUES-JRN.
      *    A VENDRE AVANT selon le cas, rien si le lot tient au-dela
      *    de l'horizon
       EXAMINER-LOT.
           IF F-LOT-BLOQUE = "B"
               ADD 1 TO WS-NB-BLOQUES
               MOVE SPACES TO WS-LIGNE-PEREMPTION
               STRING F-LOT-ARTICLE DELIMITED BY SIZE
                      " lot " DELIMITED BY SIZE
                      F-LOT-NUMERO DELIMITED BY SIZE
                      " qte " DELIMITED BY SIZE
                      F-LOT-QTE DELIMITED BY SIZE
                      " ** BLOQUE (rappel) : ne pas vendre **"
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-PEREMPTION
               GO TO EXAMINER-LOT-ECRIRE
           END-IF.
           MOVE "JRS" TO WS-DU-OPERATION.
           MOVE WS-DATE-SYS       TO WS-DU-DATE1.
           MOVE F-LOT-PEREMPTION  TO WS-DU-DATE2.
                      " jour(s)" DELIMITED BY SIZE
                   INTO WS-LIGNE-PEREMPTION
           END-IF.
       EXAMINER-LOT-ECRIRE.
           DISPLAY WS-LIGNE-PEREMPTION.
           IF WS-PEREMPTION-STATUS = "00"
               MOVE WS-LIGNE-PEREMPTION TO F-LIGNE-PEREMPTION
