       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSAGE-ANNEE.
      * Passage d'annee du referentiel des eleves : applique a
      * eleves-ref.txt les decisions de BILAN-ANNEE
      * (decisions-AAAA.txt). L'eleve admis passe dans la classe
      * suivante de la table classes-progression.txt, le redoublant
      * garde sa classe, l'admis de derniere annee (classe suivante
      * vide) sort du referentiel et rejoint eleves-sortis.txt
      * (motif F). Les absences de l'annee passent de absences.txt
      * dans absences-AAAA.txt. Le passage exige que les trois
      * trimestres AAAAT1..T3 soient clos (trimestres-clos.txt).
      * Le programme tourne toujours d'abord a blanc : chaque
      * changement et les nouvelles listes de classes avec leurs
      * effectifs sont ecrits dans passage-annee.txt (classe par
      * RapportRegistre) ; le passage n'est applique qu'apres
      * confirmation d'un superviseur, trace dans
      * actions-sensibles.txt, et une annee deja passee
      * (annees-passees.txt) est refusee. eleves-ref.txt et
      * absences.txt gardent leur generation precedente
      * (Generation).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PROGRESSION-FICHIER
               ASSIGN TO "classes-progression.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESSION-STATUS.

           SELECT DECISIONS-FICHIER ASSIGN TO WS-NOM-DECISIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.

           SELECT CLOS-FICHIER ASSIGN TO "trimestres-clos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT PASSEES-FICHIER ASSIGN TO "annees-passees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSEES-STATUS.

           SELECT SORTIS-FICHIER ASSIGN TO "eleves-sortis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIS-STATUS.

           SELECT ABSENCES-FICHIER ASSIGN TO "absences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

      *    Generation precedente de absences.txt (Generation), relue
      *    pour separer les absences de l'annee des suivantes
           SELECT ABS-PREC-FICHIER ASSIGN TO "absences.txt.prec"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-PREC-STATUS.

           SELECT ABS-ARCHIVE-FICHIER ASSIGN TO WS-NOM-ABS-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-ARCHIVE-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "passage-annee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO           PIC 9(05).
           05 F-REF-NOM              PIC X(30).
           05 F-REF-CLASSE           PIC X(03).
           05 F-REF-ENTREE           PIC 9(08).

       FD  PROGRESSION-FICHIER.
           COPY "ProgressionClasse.cpy".

      *    Meme decoupage que F-DECISION dans bilan-annee.cbl
       FD  DECISIONS-FICHIER.
       01  F-DECISION.
           05 F-DEC-ELEVE            PIC X(10).
           05 F-DEC-CLASSE           PIC X(03).
           05 F-DEC-MOYENNE          PIC 99V99.
           05 F-DEC-DECISION         PIC X(08).

       FD  CLOS-FICHIER.
           COPY "TrimestreClos.cpy".

      *    Annees scolaires dont le passage a ete applique (annee,
      *    date, operateur)
       FD  PASSEES-FICHIER.
       01  F-ANNEE-PASSEE.
           05 F-PAS-ANNEE            PIC X(04).
           05 F-PAS-DATE             PIC 9(08).
           05 F-PAS-OPERATEUR        PIC X(03).

       FD  SORTIS-FICHIER.
           COPY "EleveSorti.cpy".

      *    Meme decoupage que F-ABSENCE dans saisie-absences.cbl
       FD  ABSENCES-FICHIER.
       01  F-ABSENCE.
           05 F-ABS-ELEVE            PIC X(10).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  ABS-PREC-FICHIER.
       01  F-ABSENCE-PREC.
           05 F-ABP-ELEVE            PIC X(10).
           05 F-ABP-DATE             PIC 9(08).
           05 F-ABP-DUREE            PIC X.
           05 F-ABP-JUSTIFIEE        PIC X.
           05 F-ABP-HEURE            PIC 9(02).
           05 F-ABP-MATIERE          PIC X(10).

       FD  ABS-ARCHIVE-FICHIER.
       01  F-ABSENCE-ARCHIVE         PIC X(32).

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REF-STATUS              PIC XX.
       01 WS-PROGRESSION-STATUS      PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-PASSEES-STATUS          PIC XX.
       01 WS-SORTIS-STATUS           PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-ABS-PREC-STATUS         PIC XX.
       01 WS-ABS-ARCHIVE-STATUS      PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Annee scolaire a passer et noms de fichiers qui en
      *    decoulent
       01 WS-ANNEE-SCOLAIRE          PIC X(04).
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-NOM-ABS-ARCHIVE         PIC X(30).
       01 WS-PASSAGE-PERMIS          PIC X VALUE "O".
       01 WS-DEJA-PASSEE             PIC X VALUE "N".
       01 WS-CONFIRMATION            PIC X.

      *    Trimestres clos de l'annee (O/N pour T1, T2, T3) et
      *    derniere date d'evaluation du T3, fin de l'annee pour les
      *    absences
       01 WS-TABLE-TRIM.
           05 WS-TRIM-CLOS OCCURS 3 TIMES PIC X.
       01 WS-IDX-TRIM                PIC 9 VALUE 1.
       01 WS-FIN-ANNEE               PIC 9(08) VALUE 0.

      *    Table de progression des classes
       01 WS-TABLE-PRG.
           05 WS-PRG OCCURS 30 TIMES.
              10 WS-PRG-CLASSE       PIC X(03).
              10 WS-PRG-SUIVANTE     PIC X(03).
       01 WS-NB-PRG                  PIC 9(02) VALUE 0.
       01 WS-IDX-PRG                 PIC 9(02) VALUE 1.
       01 WS-IDX-PRG-TROUVE          PIC 9(02) VALUE 0.

      *    Decisions de BILAN-ANNEE
       01 WS-TABLE-DEC.
           05 WS-DEC OCCURS 100 TIMES.
              10 WS-DEC-ELEVE        PIC X(10).
              10 WS-DEC-DECISION     PIC X(08).
       01 WS-NB-DEC                  PIC 9(03) VALUE 0.
       01 WS-IDX-DEC                 PIC 9(03) VALUE 1.
       01 WS-CLE-ELEVE               PIC X(10).
       01 WS-DECISION                PIC X(08).

      *    Referentiel des eleves et sort de chacun :
      *    P = admis, passe dans la classe suivante,
      *    R = redouble, garde sa classe,
      *    S = admis en derniere annee, sort du referentiel,
      *    D = sans decision, inchange,
      *    C = classe absente de la table de progression, inchange
       01 WS-TABLE-REF.
           05 WS-REF OCCURS 100 TIMES.
              10 WS-REF-ELEVE.
                 15 WS-REF-NUMERO    PIC 9(05).
                 15 WS-REF-NOM       PIC X(30).
                 15 WS-REF-CLASSE    PIC X(03).
                 15 WS-REF-ENTREE    PIC 9(08).
              10 WS-REF-NOUVELLE     PIC X(03).
              10 WS-REF-SORT         PIC X.
       01 WS-NB-REF                  PIC 9(03) VALUE 0.
       01 WS-IDX-REF                 PIC 9(03) VALUE 1.

       01 WS-NB-PASSES               PIC 9(03) VALUE 0.
       01 WS-NB-REDOUBLE             PIC 9(03) VALUE 0.
       01 WS-NB-SORTANTS             PIC 9(03) VALUE 0.
       01 WS-NB-SANS-DECISION        PIC 9(03) VALUE 0.
       01 WS-NB-HORS-TABLE           PIC 9(03) VALUE 0.
       01 WS-NB-ABS-ARCHIVEES        PIC 9(05) VALUE 0.
       01 WS-NB-ABS-GARDEES          PIC 9(05) VALUE 0.

      *    Nouvelles classes et leurs effectifs, triees
       01 WS-TABLE-NCL.
           05 WS-NCL OCCURS 30 TIMES.
              10 WS-NCL-CLASSE       PIC X(03).
              10 WS-NCL-EFFECTIF     PIC 9(03).
       01 WS-NB-NCL                  PIC 9(02) VALUE 0.
       01 WS-IDX-NCL                 PIC 9(02) VALUE 1.
       01 WS-IDX-NCL-TROUVE          PIC 9(02) VALUE 0.
       01 WS-IDX-TRI1                PIC 9(02) VALUE 1.
       01 WS-IDX-TRI2                PIC 9(02) VALUE 1.
       01 WS-TEMP-NCL                PIC X(06).

      *    Operateur, role et trace de l'application du passage
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
       01 WS-ACCES-OK                PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "PASSAGE-AN".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "PASSAGE-AN".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).
       01 WS-GEN-FICHIER             PIC X(30).

       01 WS-NB-AFF                  PIC ZZZZ9.
       01 WS-LIGNE-RAPPORT           PIC X(80).
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "PASSAGE-ANNE".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "passage-annee.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-LIGNE-RAPPORT.

       DISPLAY "Annee scolaire a passer (ex. 2026) : ".
       ACCEPT WS-ANNEE-SCOLAIRE.
       MOVE SPACES TO WS-NOM-DECISIONS.
       STRING "decisions-" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ANNEE-SCOLAIRE) DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
           INTO WS-NOM-DECISIONS.
       MOVE SPACES TO WS-NOM-ABS-ARCHIVE.
       STRING "absences-" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ANNEE-SCOLAIRE) DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
           INTO WS-NOM-ABS-ARCHIVE.

       PERFORM CONTROLER-ANNEE.
       IF WS-PASSAGE-PERMIS NOT = "O"
           DISPLAY "Passage d'annee refuse."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHARGER-REF.
       PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-REF
           PERFORM CALCULER-SORT
       END-PERFORM.
       PERFORM COMPTER-NOUVELLES-CLASSES.
       PERFORM COMPTER-ABSENCES.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire passage-annee.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ECRIRE-SIMULATION.
       CLOSE RAPPORT-FICHIER.

       DISPLAY " ".
       DISPLAY "Simulation du passage " WS-ANNEE-SCOLAIRE
               " (detail dans passage-annee.txt)".
       DISPLAY "Admis           : " WS-NB-PASSES.
       DISPLAY "Redoublants     : " WS-NB-REDOUBLE.
       DISPLAY "Sortants        : " WS-NB-SORTANTS.
       DISPLAY "Sans decision   : " WS-NB-SANS-DECISION.
       DISPLAY "Classe inconnue : " WS-NB-HORS-TABLE.
       DISPLAY "Absences a archiver : " WS-NB-ABS-ARCHIVEES.
       DISPLAY "Appliquer le passage (superviseur) ? (O/N) : ".
       ACCEPT WS-CONFIRMATION.
       IF WS-CONFIRMATION NOT = "O" AND WS-CONFIRMATION NOT = "o"
           DISPLAY "Simulation seule ; rien n'est modifie."
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CONTROLER-ROLE.
       IF WS-ACCES-OK NOT = "O"
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM APPLIQUER-REF.
       PERFORM INSCRIRE-SORTANTS THRU INSCRIRE-SORTANTS-FIN.
       PERFORM ARCHIVER-ABSENCES THRU ARCHIVER-ABSENCES-FIN.
       PERFORM INSCRIRE-ANNEE-PASSEE.

       MOVE "PASSAGE" TO WS-TRC-ACTION.
       MOVE WS-ANNEE-SCOLAIRE TO WS-TRC-OBJET.
       MOVE SPACES TO WS-TRC-LIE.
       MOVE "passage d'annee applique" TO WS-TRC-DETAIL.
       CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                WS-TRC-OBJET WS-TRC-LIE
                                WS-TRC-DETAIL.

       OPEN EXTEND RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS = "00"
           PERFORM ECRIRE-LIGNE
           MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA
           MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM
           MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ
           MOVE "PASSAGE APPLIQUE le" TO WS-LIGNE-RAPPORT(1:19)
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(21:10)
           MOVE "par" TO WS-LIGNE-RAPPORT(32:3)
           MOVE WS-OPERATEUR-COURANT TO WS-LIGNE-RAPPORT(36:3)
           PERFORM ECRIRE-LIGNE
           CLOSE RAPPORT-FICHIER
       END-IF.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Passage " WS-ANNEE-SCOLAIRE " applique : "
               "eleves-ref.txt reecrit, " WS-NB-SORTANTS
               " sortant(s) dans eleves-sortis.txt".
       DISPLAY "Absences archivees dans "
               FUNCTION TRIM(WS-NOM-ABS-ARCHIVE) " : "
               WS-NB-ABS-ARCHIVEES.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Conditions du passage : annee pas encore passee, trois
      *    trimestres clos, table de progression et decisions
      *    presentes
       CONTROLER-ANNEE.
           OPEN INPUT PASSEES-FICHIER.
           IF WS-PASSEES-STATUS = "00"
               PERFORM UNTIL WS-PASSEES-STATUS NOT = "00"
                   READ PASSEES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-PAS-ANNEE = WS-ANNEE-SCOLAIRE
                               MOVE "O" TO WS-DEJA-PASSEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSEES-FICHIER
           END-IF.
           IF WS-DEJA-PASSEE = "O"
               DISPLAY "Le passage " WS-ANNEE-SCOLAIRE
                       " a deja ete applique (annees-passees.txt)."
               MOVE "N" TO WS-PASSAGE-PERMIS
           END-IF.

           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                   UNTIL WS-IDX-TRIM > 3
               MOVE "N" TO WS-TRIM-CLOS(WS-IDX-TRIM)
           END-PERFORM.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM RELEVER-TRIMESTRE-CLOS
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                   UNTIL WS-IDX-TRIM > 3
               IF WS-TRIM-CLOS(WS-IDX-TRIM) NOT = "O"
                   DISPLAY "Trimestre " WS-ANNEE-SCOLAIRE "T"
                           WS-IDX-TRIM " non clos (CLOTURE-TRIM)."
                   MOVE "N" TO WS-PASSAGE-PERMIS
               END-IF
           END-PERFORM.

           OPEN INPUT PROGRESSION-FICHIER.
           IF WS-PROGRESSION-STATUS = "00"
               PERFORM UNTIL WS-PROGRESSION-STATUS NOT = "00"
                   READ PROGRESSION-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-PRG < 30
                               ADD 1 TO WS-NB-PRG
                               MOVE F-PRG-CLASSE
                                   TO WS-PRG-CLASSE(WS-NB-PRG)
                               MOVE F-PRG-SUIVANTE
                                   TO WS-PRG-SUIVANTE(WS-NB-PRG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESSION-FICHIER
           END-IF.
           IF WS-NB-PRG = 0
               DISPLAY "Table de progression classes-progression.txt "
                       "absente ou vide."
               MOVE "N" TO WS-PASSAGE-PERMIS
           END-IF.

           OPEN INPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS NOT = "00"
               DISPLAY "Decisions absentes : "
                       FUNCTION TRIM(WS-NOM-DECISIONS)
                       " ; lancer BILAN-ANNEE d'abord."
               MOVE "N" TO WS-PASSAGE-PERMIS
           ELSE
               PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
                   READ DECISIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DEC < 100
                               ADD 1 TO WS-NB-DEC
                               MOVE F-DEC-ELEVE
                                   TO WS-DEC-ELEVE(WS-NB-DEC)
                               MOVE F-DEC-DECISION
                                   TO WS-DEC-DECISION(WS-NB-DEC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISIONS-FICHIER
           END-IF.

      *    Un trimestre AAAAT1..T3 du registre : le T3 donne la fin
      *    de l'annee
       RELEVER-TRIMESTRE-CLOS.
           IF F-TCL-LIBELLE(1:4) = WS-ANNEE-SCOLAIRE
              AND F-TCL-LIBELLE(5:1) = "T"
              AND F-TCL-LIBELLE(6:1) >= "1"
              AND F-TCL-LIBELLE(6:1) <= "3"
               MOVE F-TCL-LIBELLE(6:1) TO WS-IDX-TRIM
               MOVE "O" TO WS-TRIM-CLOS(WS-IDX-TRIM)
               IF F-TCL-FIN > WS-FIN-ANNEE
                   MOVE F-TCL-FIN TO WS-FIN-ANNEE
               END-IF
           END-IF.

       CHARGER-REF.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-REF < 100
                               ADD 1 TO WS-NB-REF
                               MOVE F-REF-ELEVE
                                   TO WS-REF-ELEVE(WS-NB-REF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

      *    Sort de l'eleve WS-IDX-REF d'apres sa decision et la
      *    table de progression
       CALCULER-SORT.
           MOVE WS-REF-CLASSE(WS-IDX-REF)
               TO WS-REF-NOUVELLE(WS-IDX-REF).
           MOVE SPACES TO WS-CLE-ELEVE.
           MOVE WS-REF-NUMERO(WS-IDX-REF) TO WS-CLE-ELEVE(1:5).
           MOVE SPACES TO WS-DECISION.
           PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
                   UNTIL WS-IDX-DEC > WS-NB-DEC
               IF WS-DEC-ELEVE(WS-IDX-DEC) = WS-CLE-ELEVE
                   MOVE WS-DEC-DECISION(WS-IDX-DEC) TO WS-DECISION
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-IDX-PRG-TROUVE.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-NB-PRG
                   OR WS-IDX-PRG-TROUVE NOT = 0
               IF WS-PRG-CLASSE(WS-IDX-PRG)
                       = WS-REF-CLASSE(WS-IDX-REF)
                   MOVE WS-IDX-PRG TO WS-IDX-PRG-TROUVE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DECISION = "REDOUBLE"
                   MOVE "R" TO WS-REF-SORT(WS-IDX-REF)
                   ADD 1 TO WS-NB-REDOUBLE
               WHEN WS-DECISION NOT = "PASSE"
                   MOVE "D" TO WS-REF-SORT(WS-IDX-REF)
                   ADD 1 TO WS-NB-SANS-DECISION
               WHEN WS-IDX-PRG-TROUVE = 0
                   MOVE "C" TO WS-REF-SORT(WS-IDX-REF)
                   ADD 1 TO WS-NB-HORS-TABLE
               WHEN WS-PRG-SUIVANTE(WS-IDX-PRG-TROUVE) = SPACES
                   MOVE "S" TO WS-REF-SORT(WS-IDX-REF)
                   MOVE SPACES TO WS-REF-NOUVELLE(WS-IDX-REF)
                   ADD 1 TO WS-NB-SORTANTS
               WHEN OTHER
                   MOVE "P" TO WS-REF-SORT(WS-IDX-REF)
                   MOVE WS-PRG-SUIVANTE(WS-IDX-PRG-TROUVE)
                       TO WS-REF-NOUVELLE(WS-IDX-REF)
                   ADD 1 TO WS-NB-PASSES
           END-EVALUATE.

      *    Effectifs des classes de l'annee qui vient, triees
       COMPTER-NOUVELLES-CLASSES.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               IF WS-REF-SORT(WS-IDX-REF) NOT = "S"
                   PERFORM COMPTER-UNE-CLASSE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-NCL
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-NCL - WS-IDX-TRI1
                   IF WS-NCL-CLASSE(WS-IDX-TRI2) >
                           WS-NCL-CLASSE(WS-IDX-TRI2 + 1)
                       MOVE WS-NCL(WS-IDX-TRI2)     TO WS-TEMP-NCL
                       MOVE WS-NCL(WS-IDX-TRI2 + 1)
                           TO WS-NCL(WS-IDX-TRI2)
                       MOVE WS-TEMP-NCL TO WS-NCL(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPTER-UNE-CLASSE.
           MOVE 0 TO WS-IDX-NCL-TROUVE.
           PERFORM VARYING WS-IDX-NCL FROM 1 BY 1
                   UNTIL WS-IDX-NCL > WS-NB-NCL
                   OR WS-IDX-NCL-TROUVE NOT = 0
               IF WS-NCL-CLASSE(WS-IDX-NCL)
                       = WS-REF-NOUVELLE(WS-IDX-REF)
                   MOVE WS-IDX-NCL TO WS-IDX-NCL-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-NCL-TROUVE = 0 AND WS-NB-NCL < 30
               ADD 1 TO WS-NB-NCL
               MOVE WS-NB-NCL TO WS-IDX-NCL-TROUVE
               MOVE WS-REF-NOUVELLE(WS-IDX-REF)
                   TO WS-NCL-CLASSE(WS-NB-NCL)
               MOVE 0 TO WS-NCL-EFFECTIF(WS-NB-NCL)
           END-IF.
           IF WS-IDX-NCL-TROUVE NOT = 0
               ADD 1 TO WS-NCL-EFFECTIF(WS-IDX-NCL-TROUVE)
           END-IF.

      *    Absences de l'annee (datees jusqu'a la fin du T3) a
      *    archiver
       COMPTER-ABSENCES.
           OPEN INPUT ABSENCES-FICHIER.
           IF WS-ABSENCES-STATUS = "00"
               PERFORM UNTIL WS-ABSENCES-STATUS NOT = "00"
                   READ ABSENCES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-ABS-DATE <= WS-FIN-ANNEE
                               ADD 1 TO WS-NB-ABS-ARCHIVEES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FICHIER
           END-IF.

      *    Rapport de simulation : un changement par ligne, puis les
      *    nouvelles listes de classes avec leurs effectifs
       ECRIRE-SIMULATION.
           MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA.
           MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM.
           MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ.
           MOVE "PASSAGE D'ANNEE" TO WS-LIGNE-RAPPORT(1:15).
           MOVE WS-ANNEE-SCOLAIRE TO WS-LIGNE-RAPPORT(17:4).
           MOVE "- SIMULATION du" TO WS-LIGNE-RAPPORT(22:15).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(38:10).
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "CHANGEMENTS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "Numero" TO WS-LIGNE-RAPPORT(1:6).
           MOVE "Nom" TO WS-LIGNE-RAPPORT(8:3).
           MOVE "Classe" TO WS-LIGNE-RAPPORT(39:6).
           MOVE "Devient" TO WS-LIGNE-RAPPORT(46:7).
           MOVE "Motif" TO WS-LIGNE-RAPPORT(54:5).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               PERFORM ECRIRE-CHANGEMENT
           END-PERFORM.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-NB-ABS-ARCHIVEES TO WS-NB-AFF.
           STRING "Absences archivees dans " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-ABS-ARCHIVE) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

           PERFORM ECRIRE-LIGNE.
           MOVE "NOUVELLES LISTES DE CLASSES" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-NCL FROM 1 BY 1
                   UNTIL WS-IDX-NCL > WS-NB-NCL
               PERFORM ECRIRE-NOUVELLE-CLASSE
           END-PERFORM.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-NB-SORTANTS TO WS-NB-AFF.
           MOVE "Sortants (eleves-sortis.txt) :"
               TO WS-LIGNE-RAPPORT(1:30).
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(32:5).
           PERFORM ECRIRE-LIGNE.

      *    Ligne de l'eleve WS-IDX-REF ; le redoublant et l'eleve
      *    inchange sont listes aussi, pour que la simulation montre
      *    le sort de chacun
       ECRIRE-CHANGEMENT.
           MOVE WS-REF-NUMERO(WS-IDX-REF) TO WS-LIGNE-RAPPORT(1:5).
           MOVE WS-REF-NOM(WS-IDX-REF) TO WS-LIGNE-RAPPORT(8:30).
           MOVE WS-REF-CLASSE(WS-IDX-REF) TO WS-LIGNE-RAPPORT(39:3).
           MOVE WS-REF-NOUVELLE(WS-IDX-REF)
               TO WS-LIGNE-RAPPORT(46:3).
           EVALUATE WS-REF-SORT(WS-IDX-REF)
               WHEN "P"
                   MOVE "admis" TO WS-LIGNE-RAPPORT(54:5)
               WHEN "R"
                   MOVE "redouble" TO WS-LIGNE-RAPPORT(54:8)
               WHEN "S"
                   MOVE "SORT" TO WS-LIGNE-RAPPORT(46:4)
                   MOVE "admis, derniere annee"
                       TO WS-LIGNE-RAPPORT(54:21)
               WHEN "D"
                   MOVE "** sans decision, inchange"
                       TO WS-LIGNE-RAPPORT(54:26)
               WHEN "C"
                   MOVE "** classe hors table"
                       TO WS-LIGNE-RAPPORT(54:20)
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-NOUVELLE-CLASSE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-NCL-EFFECTIF(WS-IDX-NCL) TO WS-NB-AFF.
           MOVE "Classe" TO WS-LIGNE-RAPPORT(1:6).
           MOVE WS-NCL-CLASSE(WS-IDX-NCL) TO WS-LIGNE-RAPPORT(8:3).
           MOVE "- effectif" TO WS-LIGNE-RAPPORT(12:10).
           MOVE WS-NB-AFF TO WS-LIGNE-RAPPORT(23:5).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               IF WS-REF-SORT(WS-IDX-REF) NOT = "S"
                  AND WS-REF-NOUVELLE(WS-IDX-REF)
                      = WS-NCL-CLASSE(WS-IDX-NCL)
                   MOVE WS-REF-NUMERO(WS-IDX-REF)
                       TO WS-LIGNE-RAPPORT(3:5)
                   MOVE WS-REF-NOM(WS-IDX-REF)
                       TO WS-LIGNE-RAPPORT(10:30)
                   IF WS-REF-SORT(WS-IDX-REF) = "R"
                       MOVE "(redouble)" TO WS-LIGNE-RAPPORT(41:10)
                   END-IF
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
           END-IF.
           IF WS-ROLE-COURANT = "S"
               MOVE "O" TO WS-ACCES-OK
           ELSE
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-RLG-FICHIER
               MOVE "RR" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
           END-IF.

      *    Reecrit eleves-ref.txt (generation precedente gardee) :
      *    nouvelles classes, sortants retires
       APPLIQUER-REF.
           MOVE "eleves-ref.txt" TO WS-GEN-FICHIER.
           CALL "Generation" USING WS-GEN-FICHIER.
           OPEN OUTPUT REF-FICHIER.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire eleves-ref.txt"
           ELSE
               PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                       UNTIL WS-IDX-REF > WS-NB-REF
                   IF WS-REF-SORT(WS-IDX-REF) NOT = "S"
                       MOVE WS-REF-NOUVELLE(WS-IDX-REF)
                           TO WS-REF-CLASSE(WS-IDX-REF)
                       MOVE WS-REF-ELEVE(WS-IDX-REF) TO F-REF-ELEVE
                       WRITE F-REF-ELEVE
                   END-IF
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

      *    Les admis de derniere annee rejoignent eleves-sortis.txt
      *    (motif F, fin de scolarite)
       INSCRIRE-SORTANTS.
           IF WS-NB-SORTANTS = 0
               GO TO INSCRIRE-SORTANTS-FIN
           END-IF.
           OPEN EXTEND SORTIS-FICHIER.
           IF WS-SORTIS-STATUS NOT = "00"
               OPEN OUTPUT SORTIS-FICHIER
           END-IF.
           IF WS-SORTIS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire eleves-sortis.txt"
               GO TO INSCRIRE-SORTANTS-FIN
           END-IF.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NB-REF
               IF WS-REF-SORT(WS-IDX-REF) = "S"
                   MOVE WS-REF-NUMERO(WS-IDX-REF) TO F-SOR-NUMERO
                   MOVE WS-REF-NOM(WS-IDX-REF)    TO F-SOR-NOM
                   MOVE WS-REF-CLASSE(WS-IDX-REF) TO F-SOR-CLASSE
                   MOVE WS-REF-ENTREE(WS-IDX-REF) TO F-SOR-ENTREE
                   MOVE WS-ANNEE-SCOLAIRE         TO F-SOR-ANNEE
                   MOVE WS-DATE-SYS               TO F-SOR-DATE
                   MOVE "F"                       TO F-SOR-MOTIF
                   WRITE F-ELEVE-SORTI
               END-IF
           END-PERFORM.
           CLOSE SORTIS-FICHIER.
       INSCRIRE-SORTANTS-FIN.
           EXIT.

      *    Les absences de l'annee passent dans absences-AAAA.txt ;
      *    absences.txt ne garde que celles datees apres la fin du
      *    T3. Sans absences.txt, ou sans generation relisible,
      *    rien n'est touche
       ARCHIVER-ABSENCES.
           MOVE 0 TO WS-NB-ABS-ARCHIVEES.
           OPEN INPUT ABSENCES-FICHIER.
           IF WS-ABSENCES-STATUS NOT = "00"
               GO TO ARCHIVER-ABSENCES-FIN
           END-IF.
           CLOSE ABSENCES-FICHIER.
           MOVE "absences.txt" TO WS-GEN-FICHIER.
           CALL "Generation" USING WS-GEN-FICHIER.
           OPEN INPUT ABS-PREC-FICHIER.
           IF WS-ABS-PREC-STATUS NOT = "00"
               DISPLAY "absences.txt non archive "
                       "(absences.txt.prec illisible)."
               GO TO ARCHIVER-ABSENCES-FIN
           END-IF.
           OPEN EXTEND ABS-ARCHIVE-FICHIER.
           IF WS-ABS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ABS-ARCHIVE-FICHIER
           END-IF.
           OPEN OUTPUT ABSENCES-FICHIER.
           PERFORM UNTIL WS-ABS-PREC-STATUS NOT = "00"
               READ ABS-PREC-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-ABP-DATE <= WS-FIN-ANNEE
                           MOVE F-ABSENCE-PREC TO F-ABSENCE-ARCHIVE
                           WRITE F-ABSENCE-ARCHIVE
                           ADD 1 TO WS-NB-ABS-ARCHIVEES
                       ELSE
                           MOVE F-ABSENCE-PREC TO F-ABSENCE
                           WRITE F-ABSENCE
                           ADD 1 TO WS-NB-ABS-GARDEES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABS-PREC-FICHIER.
           CLOSE ABS-ARCHIVE-FICHIER.
           CLOSE ABSENCES-FICHIER.
       ARCHIVER-ABSENCES-FIN.
           EXIT.

      *    Inscrit l'annee dans annees-passees.txt, ce qui interdit
      *    de la passer une seconde fois
       INSCRIRE-ANNEE-PASSEE.
           OPEN EXTEND PASSEES-FICHIER.
           IF WS-PASSEES-STATUS NOT = "00"
               OPEN OUTPUT PASSEES-FICHIER
           END-IF.
           IF WS-PASSEES-STATUS = "00"
               MOVE WS-ANNEE-SCOLAIRE    TO F-PAS-ANNEE
               MOVE WS-DATE-SYS          TO F-PAS-DATE
               MOVE WS-OPERATEUR-COURANT TO F-PAS-OPERATEUR
               WRITE F-ANNEE-PASSEE
               CLOSE PASSEES-FICHIER
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
