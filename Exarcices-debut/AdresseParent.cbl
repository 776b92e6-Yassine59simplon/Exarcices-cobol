       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdresseParent.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : rend le bloc destinataire (trois
      *    lignes de 40) du parent a qui ecrire pour un eleve, a
      *    partir des liens parents-eleves.txt (MAINT-PARENTS) et du
      *    maitre personnes.dat.
      *    Seuls comptent les parents qui recoivent le courrier, ne
      *    sont ni inactifs ni decedes et ont une adresse ; le
      *    contact principal passe avant les autres.
      *    L-TROUVE rend "O" (bloc rempli) ou "N" (aucun parent
      *    joignable : l'appelant garde sa presentation habituelle).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LIENS-STATUS         PIC XX.
       01 WS-FICHIER-P-STATUS     PIC XX.
       01 WS-PRINCIPAL            PIC X.
       01 WS-LIGNE-TRAVAIL        PIC X(60).

       LINKAGE SECTION.
       01 L-NUMERO                PIC 9(05).
       01 L-ADRESSE.
           05 L-ADR-LIGNE OCCURS 3 TIMES PIC X(40).
       01 L-TROUVE                PIC X.

       PROCEDURE DIVISION USING L-NUMERO L-ADRESSE L-TROUVE.
       DEBUT.
           MOVE SPACES TO L-ADRESSE.
           MOVE "N" TO L-TROUVE.
           MOVE "N" TO WS-PRINCIPAL.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS NOT = "00"
               GOBACK
           END-IF.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               CLOSE LIENS-FICHIER
               GOBACK
           END-IF.
           PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                         OR WS-PRINCIPAL = "O"
               READ LIENS-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-LPA-ELEVE = L-NUMERO
                          AND F-LPA-COURRIER = "O"
                           PERFORM EXAMINER-PARENT
                               THRU EXAMINER-PARENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIENS-FICHIER.
           CLOSE FICHIER-P.
           GOBACK.

      *    Retient le parent du lien courant s'il est joignable et
      *    qu'aucun parent n'est encore retenu ou qu'il est le
      *    contact principal
       EXAMINER-PARENT.
           IF L-TROUVE = "O" AND F-LPA-PRINCIPAL NOT = "O"
               GO TO EXAMINER-PARENT-FIN
           END-IF.
           MOVE F-LPA-PERSONNE TO F-PER-NUMERO.
           READ FICHIER-P
               INVALID KEY
                   GO TO EXAMINER-PARENT-FIN
           END-READ.
           IF F-PER-ETAT = "I" OR F-PER-ETAT = "D"
              OR F-PER-ADRESSE = SPACES
               GO TO EXAMINER-PARENT-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           EVALUATE F-LPA-ROLE
               WHEN "M"
                   STRING "Madame " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-PRENOM)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-NOM) DELIMITED BY SIZE
                       INTO WS-LIGNE-TRAVAIL
               WHEN "P"
                   STRING "Monsieur " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-PRENOM)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-NOM) DELIMITED BY SIZE
                       INTO WS-LIGNE-TRAVAIL
               WHEN OTHER
                   STRING FUNCTION TRIM(F-PER-PRENOM)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-NOM) DELIMITED BY SIZE
                       INTO WS-LIGNE-TRAVAIL
           END-EVALUATE.
           MOVE WS-LIGNE-TRAVAIL(1:40) TO L-ADR-LIGNE(1).
           MOVE F-PER-ADRESSE TO L-ADR-LIGNE(2).
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING F-PER-CP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(F-PER-VILLE) DELIMITED BY SIZE
               INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL(1:40) TO L-ADR-LIGNE(3).
           MOVE "O" TO L-TROUVE.
           IF F-LPA-PRINCIPAL = "O"
               MOVE "O" TO WS-PRINCIPAL
           END-IF.
       EXAMINER-PARENT-FIN.
           EXIT.
