      * bilan-annee-AAAA.txt, et un fichier de decisions lisible par
      * programme dans decisions-AAAA.txt (eleve, classe, moyenne
      * annuelle, PASSE/REDOUBLE).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les marques d'absence ouvertes (rattrapage attendu, F-ABSENT-V)
      * ne comptent pas dans les moyennes.
      * Les decisions des conseils de classe des trois trimestres
      * (decisions-conseil-AAAATn.txt) sont comptees par eleve ; a
      * partir de deux avertissements travail (cle AVERT-TRAVAIL-SEUIL)
      * l'eleve est signale A EXAMINER pour la decision de passage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.

      *    Decisions des conseils de classe de chaque trimestre
      *    (decisions-conseil-AAAATn.txt, saisies par CONSEIL-CLASSE)
           SELECT CONSEIL-FICHIER ASSIGN TO WS-NOM-CONSEIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSEIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-NOTE dans ex-note.cbl
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
      *    A = absent au controle, rattrapage attendu : la note
      *    ne compte pas dans les moyennes
           05 F-ABSENT-V             PIC X.

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       FD  BILAN-FICHIER.
       01  LIGNE-BILAN               PIC X(90).
           05 F-DEC-MOYENNE          PIC 99V99.
           05 F-DEC-DECISION         PIC X(08).

       FD  CONSEIL-FICHIER.
           COPY "DecisionConseil.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS          PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-BILAN-STATUS            PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.
       01 WS-CONSEIL-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Annee scolaire demandee et noms de fichiers qui en
       01 WS-NOM-ARCHIVE             PIC X(30).
       01 WS-NOM-BILAN               PIC X(30).
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-NOM-CONSEIL             PIC X(30).
       01 WS-TERME                   PIC 9 VALUE 1.
       01 WS-NB-ARCHIVES-LUES        PIC 9 VALUE 0.

       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.
       01 WS-BARRE-PASSAGE           PIC 99V99 VALUE 10.
      *    Nombre d'avertissements travail de l'annee a partir duquel
      *    l'eleve est signale pour la decision de passage (cle
      *    AVERT-TRAVAIL-SEUIL)
       01 WS-SEUIL-AVERT             PIC 9(02) VALUE 2.

      *    Decisions des conseils de l'annee comptees par eleve et
      *    par categorie (AvisConseil) : avertissements travail et
      *    conduite, encouragements
       01 WS-TABLE-AVC.
           05 WS-AVC OCCURS 200 TIMES.
              10 WS-AVC-ELEVE        PIC X(10).
              10 WS-AVC-TRAVAIL      PIC 9(02).
              10 WS-AVC-CONDUITE     PIC 9(02).
              10 WS-AVC-ENCOUR       PIC 9(02).
       01 WS-NB-AVC                  PIC 9(03) VALUE 0.
       01 WS-IDX-AVC                 PIC 9(03) VALUE 1.
       01 WS-IDX-AVC-TROUVE          PIC 9(03) VALUE 0.
       01 WS-AVI-CODE                PIC X(03).
       01 WS-AVI-LIBELLE             PIC X(30).
       01 WS-AVI-CATEGORIE           PIC X.
       01 WS-AVI-TROUVE              PIC X.
       01 WS-NB-SIGNALES             PIC 9(02) VALUE 0.

      *    Referentiel des matieres (coefficients)
       01 WS-TABLE-MTR.
       77 WS-PAGE-TAILLE             PIC 9(03) VALUE 20.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "Annee scolaire (ex. 2026) : ".
                   FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       MOVE "AVERT-TRAVAIL-SEUIL" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-SEUIL-AVERT =
                   FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM CHARGER-MATIERES.
       PERFORM RELEVER-CLASSES.
       PERFORM CHARGER-CONSEILS.

       IF WS-NB-ARCHIVES-LUES = 0
           DISPLAY "Aucune archive de trimestre trouvee pour "
       DISPLAY "Trimestres lus : " WS-NB-ARCHIVES-LUES " sur 3".
       DISPLAY "Passages       : " WS-NB-PASSES.
       DISPLAY "Redoublements  : " WS-NB-REDOUBLE.
       DISPLAY "Signales (" WS-SEUIL-AVERT
               " avertissements travail ou plus) : " WS-NB-SIGNALES.
       DISPLAY "Rapport dans " FUNCTION TRIM(WS-NOM-BILAN)
               ", decisions dans "
               FUNCTION TRIM(WS-NOM-DECISIONS).
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE.

      *    Compte par eleve les decisions des conseils des trois
      *    trimestres ; un trimestre sans fichier de decisions
      *    n'a simplement rien a compter
       CHARGER-CONSEILS.
           PERFORM VARYING WS-TERME FROM 1 BY 1
                   UNTIL WS-TERME > 3
               MOVE SPACES TO WS-NOM-CONSEIL
               STRING "decisions-conseil-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ANNEE-SCOLAIRE)
                          DELIMITED BY SIZE
                      "T" DELIMITED BY SIZE
                      WS-TERME DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-CONSEIL
               OPEN INPUT CONSEIL-FICHIER
               IF WS-CONSEIL-STATUS = "00"
                   PERFORM UNTIL WS-CONSEIL-STATUS NOT = "00"
                       READ CONSEIL-FICHIER
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM COMPTER-DECISION
                       END-READ
                   END-PERFORM
                   CLOSE CONSEIL-FICHIER
               END-IF
           END-PERFORM.

       COMPTER-DECISION.
           MOVE F-DCO-CODE TO WS-AVI-CODE.
           CALL "AvisConseil" USING WS-AVI-CODE WS-AVI-LIBELLE
                                    WS-AVI-CATEGORIE WS-AVI-TROUVE.
           MOVE 0 TO WS-IDX-AVC-TROUVE.
           PERFORM VARYING WS-IDX-AVC FROM 1 BY 1
                   UNTIL WS-IDX-AVC > WS-NB-AVC
                   OR WS-IDX-AVC-TROUVE NOT = 0
               IF WS-AVC-ELEVE(WS-IDX-AVC) = F-DCO-ELEVE
                   MOVE WS-IDX-AVC TO WS-IDX-AVC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-AVC-TROUVE = 0 AND WS-NB-AVC < 200
               ADD 1 TO WS-NB-AVC
               MOVE WS-NB-AVC TO WS-IDX-AVC-TROUVE
               MOVE F-DCO-ELEVE TO WS-AVC-ELEVE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-TRAVAIL(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-CONDUITE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-ENCOUR(WS-IDX-AVC-TROUVE)
           END-IF.
           IF WS-IDX-AVC-TROUVE NOT = 0
               EVALUATE WS-AVI-CATEGORIE
                   WHEN "T"
                       ADD 1 TO WS-AVC-TRAVAIL(WS-IDX-AVC-TROUVE)
                   WHEN "C"
                       ADD 1 TO WS-AVC-CONDUITE(WS-IDX-AVC-TROUVE)
                   WHEN "E"
                       ADD 1 TO WS-AVC-ENCOUR(WS-IDX-AVC-TROUVE)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Charge matieres.txt (coefficient 1 pour une matiere
      *    absente du referentiel)
       CHARGER-MATIERES.
           MOVE 0 TO WS-NB-ELV.
           PERFORM VARYING WS-TERME FROM 1 BY 1
                   UNTIL WS-TERME > 3
               PERFORM CUMULER-TRIMESTRE THRU CUMULER-TRIMESTRE-FIN
           END-PERFORM.
           PERFORM ECRIRE-SYNTHESE.

                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-CLASSE-V = WS-CLASSE-COURANTE
                          AND F-ABSENT-V NOT = "A"
                           PERFORM CUMULER-NOTE THRU CUMULER-NOTE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MOYENNE-AFF TO WS-LIGNE-BILAN(WS-POSITION:5).
           COMPUTE WS-POSITION = WS-POSITION + 7.
           MOVE WS-DECISION TO WS-LIGNE-BILAN(WS-POSITION:8).
           COMPUTE WS-POSITION = WS-POSITION + 10.
           PERFORM ECRIRE-CONSEILS-ELEVE.
           MOVE WS-LIGNE-BILAN TO LIGNE-BILAN.
           WRITE LIGNE-BILAN.

               WRITE F-DECISION
           END-IF.

      *    Decisions des conseils de l'annee en bout de seconde
      *    ligne : avertissements travail (AvT) et conduite (AvC),
      *    encouragements (Enc) ; A EXAMINER quand les
      *    avertissements travail atteignent le seuil
       ECRIRE-CONSEILS-ELEVE.
           MOVE 0 TO WS-IDX-AVC-TROUVE.
           PERFORM VARYING WS-IDX-AVC FROM 1 BY 1
                   UNTIL WS-IDX-AVC > WS-NB-AVC
                   OR WS-IDX-AVC-TROUVE NOT = 0
               IF WS-AVC-ELEVE(WS-IDX-AVC) = WS-ELV-NOM(WS-IDX-ELV)
                   MOVE WS-IDX-AVC TO WS-IDX-AVC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-AVC-TROUVE NOT = 0
               STRING "AvT " DELIMITED BY SIZE
                      WS-AVC-TRAVAIL(WS-IDX-AVC-TROUVE)
                          DELIMITED BY SIZE
                      " AvC " DELIMITED BY SIZE
                      WS-AVC-CONDUITE(WS-IDX-AVC-TROUVE)
                          DELIMITED BY SIZE
                      " Enc " DELIMITED BY SIZE
                      WS-AVC-ENCOUR(WS-IDX-AVC-TROUVE)
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-BILAN(WS-POSITION:20)
               IF WS-SEUIL-AVERT > 0
                  AND WS-AVC-TRAVAIL(WS-IDX-AVC-TROUVE)
                      >= WS-SEUIL-AVERT
                   COMPUTE WS-POSITION = WS-POSITION + 21
                   MOVE "A EXAMINER" TO WS-LIGNE-BILAN(WS-POSITION:10)
                   ADD 1 TO WS-NB-SIGNALES
               END-IF
           END-IF.

      *    Entete de page du jeu de la classe courante
       IMPRIMER-ENTETE-SYNTHESE.
           ADD 1 TO WS-PAGE-NUM
