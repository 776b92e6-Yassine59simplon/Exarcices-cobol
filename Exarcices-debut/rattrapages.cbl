       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATTRAPAGES.
      * Liste des rattrapages a organiser : CHARGE-NOTES pose une
      * marque d'absence (F-ABSENT-V a A, note 00) dans notes.txt
      * pour chaque eleve absent le jour d'un controle (absences.txt)
      * et sans note sur la feuille. Ce programme relit notes.txt et
      * ecrit rattrapages.txt : les marques encore ouvertes, par
      * classe et par matiere (avec le professeur, ProfMatiere), et
      * pour chacune la date et le type du controle d'origine.
      * La note de rattrapage se saisit dans ExerciceNotes, qui
      * remplace la marque ; BULLETIN et CLOTURE-TRIM laissent les
      * marques ouvertes hors des moyennes et les impriment ABS.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FICHIER ASSIGN TO "notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "rattrapages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-NOTE dans ex-note.cbl
       FD  NOTES-FICHIER.
       01  F-NOTE.
           05 F-ELEVE-V              PIC X(10).
           05 F-MATIERE-V            PIC X(10).
           05 F-NOTE-V               PIC 99.
           05 F-JOUR-V               PIC 99.
           05 F-MOIS-V               PIC 99.
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
           05 F-ABSENT-V             PIC X.

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Marques d'absence ouvertes, triees sur WS-RAT-CLE (classe,
      *    matiere, date du controle, eleve)
       01 WS-TABLE-RAT.
           05 WS-RAT OCCURS 300 TIMES.
              10 WS-RAT-CLE.
                 15 WS-RAT-CLASSE    PIC X(03).
                 15 WS-RAT-MATIERE   PIC X(10).
                 15 WS-RAT-DATE      PIC 9(08).
                 15 WS-RAT-ELEVE     PIC X(10).
              10 WS-RAT-TYPE         PIC X.
       77 WS-RAT-CAPACITE            PIC 9(03) VALUE 300.
       01 WS-NB-RAT                  PIC 9(03) VALUE 0.
       01 WS-NB-IGNORES              PIC 9(04) VALUE 0.
       01 WS-IDX-RAT                 PIC 9(03) VALUE 1.
       01 WS-IDX-TRI1                PIC 9(03) VALUE 1.
       01 WS-IDX-TRI2                PIC 9(03) VALUE 1.
       01 WS-TEMP-RAT                PIC X(32).
       01 WS-NB-GROUPES              PIC 9(03) VALUE 0.

      *    Rupture classe / matiere
       01 WS-CLASSE-COURANTE         PIC X(03).
       01 WS-MATIERE-COURANTE        PIC X(10).

      *    Appel de ProfMatiere
       01 WS-PM-NOM                  PIC X(20).
       01 WS-PM-TROUVE               PIC X.

      *    Resolution du numero d'eleve via EleveRef
       01 WS-REF-NUMERO              PIC 9(05).
       01 WS-REF-NOM                 PIC X(30).
       01 WS-REF-CLASSE              PIC X(03).
       01 WS-REF-TROUVE              PIC X.
       01 WS-NOM-AFFICHE             PIC X(30).

       01 WS-DATE-CONTROLE.
           05 WS-DC-AAAA             PIC 9(4).
           05 WS-DC-MM               PIC 99.
           05 WS-DC-JJ               PIC 99.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-NB-AFF                  PIC ZZZ9.
       01 WS-LIGNE-RAPPORT           PIC X(70).

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "RATTRAPAGES".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "rattrapages.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
      *    Remise a zero : CHARGE-NOTES l'appelle apres chaque
      *    feuille chargee
       MOVE 0 TO WS-NB-RAT WS-NB-IGNORES WS-NB-GROUPES.
       MOVE SPACES TO WS-LIGNE-RAPPORT.

       PERFORM RELEVER-MARQUES.
       PERFORM TRIER-MARQUES.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire rattrapages.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA.
       MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM.
       MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ.
       STRING "RATTRAPAGES A ORGANISER AU " DELIMITED BY SIZE
              WS-DATE-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-NB-RAT = 0
           PERFORM ECRIRE-LIGNE
           MOVE "Aucun eleve en attente de rattrapage."
               TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.

       MOVE SPACES TO WS-CLASSE-COURANTE WS-MATIERE-COURANTE.
       PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-NB-RAT
           IF WS-RAT-CLASSE(WS-IDX-RAT) NOT = WS-CLASSE-COURANTE
              OR WS-RAT-MATIERE(WS-IDX-RAT) NOT = WS-MATIERE-COURANTE
               PERFORM ECRIRE-GROUPE
           END-IF
           PERFORM ECRIRE-MARQUE
       END-PERFORM.

       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-RAT TO WS-NB-AFF.
       STRING "Rattrapages en attente : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-GROUPES TO WS-NB-AFF.
       STRING "Couples classe/matiere : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-NB-IGNORES > 0
           MOVE WS-NB-IGNORES TO WS-NB-AFF
           STRING "Marques au-dela de la capacite (non listees) : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Rattrapages en attente : " WS-NB-RAT
               " (voir rattrapages.txt)".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Releve dans notes.txt les marques d'absence encore
      *    ouvertes ; l'absence du fichier n'est pas une erreur
       RELEVER-MARQUES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT NOTES-FICHIER.
           IF WS-NOTES-STATUS = "00"
               PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
                   READ NOTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ABSENT-V = "A"
                               PERFORM RETENIR-MARQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FICHIER
           END-IF.

       RETENIR-MARQUE.
           IF WS-NB-RAT < WS-RAT-CAPACITE
               ADD 1 TO WS-NB-RAT
               MOVE F-CLASSE-V  TO WS-RAT-CLASSE(WS-NB-RAT)
               MOVE F-MATIERE-V TO WS-RAT-MATIERE(WS-NB-RAT)
               COMPUTE WS-RAT-DATE(WS-NB-RAT) = F-ANNEE-V * 10000
                       + F-MOIS-V * 100 + F-JOUR-V
               MOVE F-ELEVE-V   TO WS-RAT-ELEVE(WS-NB-RAT)
               MOVE F-TYPE-V    TO WS-RAT-TYPE(WS-NB-RAT)
               IF WS-RAT-TYPE(WS-NB-RAT) = SPACE
                   MOVE "C" TO WS-RAT-TYPE(WS-NB-RAT)
               END-IF
           ELSE
               ADD 1 TO WS-NB-IGNORES
           END-IF.

      *    Tri a bulles de WS-RAT sur la cle classe, matiere, date
      *    du controle et eleve
       TRIER-MARQUES.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-RAT
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-RAT - WS-IDX-TRI1
                   IF WS-RAT-CLE(WS-IDX-TRI2) >
                           WS-RAT-CLE(WS-IDX-TRI2 + 1)
                       MOVE WS-RAT(WS-IDX-TRI2)     TO WS-TEMP-RAT
                       MOVE WS-RAT(WS-IDX-TRI2 + 1)
                           TO WS-RAT(WS-IDX-TRI2)
                       MOVE WS-TEMP-RAT TO WS-RAT(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Entete d'un groupe classe / matiere, avec le professeur
      *    de la matiere dans la classe
       ECRIRE-GROUPE.
           MOVE WS-RAT-CLASSE(WS-IDX-RAT)  TO WS-CLASSE-COURANTE.
           MOVE WS-RAT-MATIERE(WS-IDX-RAT) TO WS-MATIERE-COURANTE.
           ADD 1 TO WS-NB-GROUPES.
           CALL "ProfMatiere" USING WS-MATIERE-COURANTE
                                    WS-CLASSE-COURANTE
                                    WS-PM-NOM WS-PM-TROUVE.
           IF WS-PM-TROUVE NOT = "O"
               MOVE "(professeur inconnu)" TO WS-PM-NOM
           END-IF.
           PERFORM ECRIRE-LIGNE.
           STRING "Classe " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLASSE-COURANTE) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MATIERE-COURANTE) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PM-NOM) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Une ligne par eleve : date et type du controle d'origine,
      *    numero et nom de l'eleve
       ECRIRE-MARQUE.
           MOVE WS-RAT-DATE(WS-IDX-RAT) TO WS-DATE-CONTROLE.
           MOVE WS-DC-JJ   TO WS-DATE-AFF-JJ.
           MOVE WS-DC-MM   TO WS-DATE-AFF-MM.
           MOVE WS-DC-AAAA TO WS-DATE-AFF-AAAA.
           MOVE WS-RAT-ELEVE(WS-IDX-RAT) TO WS-NOM-AFFICHE.
           IF WS-RAT-ELEVE(WS-IDX-RAT)(1:5) IS NUMERIC
               MOVE WS-RAT-ELEVE(WS-IDX-RAT)(1:5) TO WS-REF-NUMERO
               CALL "EleveRef" USING WS-REF-NUMERO WS-REF-NOM
                                      WS-REF-CLASSE WS-REF-TROUVE
               IF WS-REF-TROUVE = "O"
                   MOVE WS-REF-NOM TO WS-NOM-AFFICHE
               END-IF
           END-IF.
           STRING "  controle du " DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-RAT-TYPE(WS-IDX-RAT) DELIMITED BY SIZE
                  ")  " DELIMITED BY SIZE
                  WS-RAT-ELEVE(WS-IDX-RAT)(1:5) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-AFFICHE DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
