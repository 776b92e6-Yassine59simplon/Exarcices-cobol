       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-ELEVE.
      * Releve de notes pluriannuel d'un eleve, pour un depart ou
      * une candidature dans un autre etablissement : un seul
      * document couvrant toutes les annees scolaires dont les
      * archives de trimestre (notes-AAAAT1.txt, T2, T3, laissees
      * par CLOTURE-TRIM) sont encore la. Pour chaque annee : la
      * classe, la moyenne annuelle par matiere avec son
      * coefficient (matieres.txt), la moyenne generale ponderee
      * calculee comme BILAN-ANNEE, la mention (Mention), la
      * decision de passage relevee dans decisions-AAAA.txt, et le
      * total des demi-journees d'absence (absences.txt, ou
      * absences-AAAA.txt une fois l'annee passee) entre les
      * bornes de l'annee tirees du registre trimestres-clos.txt.
      * L'eleve est designe par son numero (eleves-ref.txt, ou
      * eleves-sortis.txt s'il a quitte l'etablissement) ; un numero
      * vide edite d'un coup les releves de tous les sortis d'une
      * annee scolaire. Le releve est ecrit dans releve-eleve.txt,
      * classe par RapportRegistre.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les marques d'absence ouvertes (rattrapage attendu, F-ABSENT-V)
      * ne comptent pas dans les moyennes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FICHIER ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT MATIERES-FICHIER ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

           SELECT DECISIONS-FICHIER ASSIGN TO WS-NOM-DECISIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.

           SELECT ABSENCES-FICHIER ASSIGN TO "absences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

      *    Absences d'une annee deja passee (PASSAGE-ANNEE)
           SELECT ABS-ARCHIVE-FICHIER ASSIGN TO WS-NOM-ABS-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-ARCHIVE-STATUS.

           SELECT CLOS-FICHIER ASSIGN TO "trimestres-clos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT SORTIS-FICHIER ASSIGN TO "eleves-sortis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIS-STATUS.

           SELECT RELEVE-FICHIER ASSIGN TO "releve-eleve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-NOTE dans ex-note.cbl
       FD  ARCHIVE-FICHIER.
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

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
       01  F-MATIERE-REF.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

      *    Meme decoupage que F-DECISION dans bilan-annee.cbl
       FD  DECISIONS-FICHIER.
       01  F-DECISION.
           05 F-DEC-ELEVE            PIC X(10).
           05 F-DEC-CLASSE           PIC X(03).
           05 F-DEC-MOYENNE          PIC 99V99.
           05 F-DEC-DECISION         PIC X(08).

      *    Meme decoupage que F-ABSENCE dans saisie-absences.cbl
       FD  ABSENCES-FICHIER.
       01  F-ABSENCE.
           05 F-ABS-ELEVE            PIC X(10).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  ABS-ARCHIVE-FICHIER.
       01  F-ABSENCE-ARCHIVE.
           05 F-ABA-ELEVE            PIC X(10).
           05 F-ABA-DATE             PIC 9(08).
           05 F-ABA-DUREE            PIC X.
           05 F-ABA-JUSTIFIEE        PIC X.
           05 F-ABA-HEURE            PIC 9(02).
           05 F-ABA-MATIERE          PIC X(10).

       FD  CLOS-FICHIER.
           COPY "TrimestreClos.cpy".

       FD  SORTIS-FICHIER.
           COPY "EleveSorti.cpy".

       FD  RELEVE-FICHIER.
       01  LIGNE-RELEVE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS          PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-ABS-ARCHIVE-STATUS      PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-SORTIS-STATUS           PIC XX.
       01 WS-RELEVE-STATUS           PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Selection : un numero d'eleve, ou vide et une annee de
      *    sortie pour tous les sortis de cette annee
       01 WS-NUMERO-SAISI            PIC X(05).
       01 WS-ANNEE-SORTIE            PIC X(04).

      *    Eleves dont le releve est a editer
       01 WS-TABLE-CIB.
           05 WS-CIB OCCURS 100 TIMES.
              10 WS-CIB-NUMERO       PIC 9(05).
              10 WS-CIB-NOM          PIC X(30).
              10 WS-CIB-CLASSE       PIC X(03).
              10 WS-CIB-SORTIE       PIC X(04).
       01 WS-NB-CIB                  PIC 9(03) VALUE 0.
       01 WS-IDX-CIB                 PIC 9(03) VALUE 1.
       01 WS-NB-IGNORES              PIC 9(03) VALUE 0.

      *    Annees scolaires dont au moins une archive de trimestre
      *    existe ; on remonte WS-RECUL-ANNEES ans avant l'annee en
      *    cours
       01 WS-TABLE-AN.
           05 WS-AN OCCURS 30 TIMES PIC X(04).
       01 WS-NB-AN                   PIC 9(02) VALUE 0.
       01 WS-IDX-AN                  PIC 9(02) VALUE 1.
       77 WS-RECUL-ANNEES            PIC 9(02) VALUE 20.
       01 WS-ANNEE-NUM               PIC 9(04).
       01 WS-ANNEE-FIN               PIC 9(04).
       01 WS-AN-PRESENTE             PIC X.

      *    Annee scolaire en cours d'edition et noms de fichiers qui
      *    en decoulent ; WS-TERME parcourt les trois trimestres
       01 WS-ANNEE-SCOLAIRE          PIC X(04).
       01 WS-NOM-ARCHIVE             PIC X(30).
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-NOM-ABS-ARCHIVE         PIC X(30).
       01 WS-TERME                   PIC 9 VALUE 1.

      *    Referentiel des matieres (coefficients)
       01 WS-TABLE-MTR.
           05 WS-MTR OCCURS 20 TIMES.
              10 WS-MTR-CODE         PIC X(10).
              10 WS-MTR-COEF         PIC 9V9.
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.
       01 WS-COEF-COURANT            PIC 9V9.

      *    Cumuls de l'eleve sur l'annee en cours d'edition : par
      *    matiere, puis l'annee entiere ponderee par coefficient
       01 WS-CLE-ELEVE               PIC X(10).
       01 WS-TABLE-MAT.
           05 WS-MAT OCCURS 20 TIMES.
              10 WS-MAT-CODE         PIC X(10).
              10 WS-MAT-TOT          PIC 9(05).
              10 WS-MAT-NB           PIC 9(03).
       01 WS-NB-MAT                  PIC 9(02) VALUE 0.
       01 WS-IDX-MAT                 PIC 9(02) VALUE 1.
       01 WS-IDX-MAT-TROUVE          PIC 9(02) VALUE 0.
       01 WS-AN-CLASSE               PIC X(03).
       01 WS-AN-NB-LIGNES            PIC 9(04) VALUE 0.
       01 WS-AN-TOT                  PIC 9(06)V9.
       01 WS-AN-COEFS                PIC 9(05)V9.
       01 WS-AN-MOYENNE              PIC 99V99.
       01 WS-NB-ANNEES-ELEVE         PIC 9(02) VALUE 0.

      *    Bornes de l'annee pour le compte des absences : celles
      *    des trimestres clos de l'annee, sinon les dates extremes
      *    des evaluations archivees
       01 WS-DATE-EVAL               PIC 9(08).
       01 WS-AN-DEBUT                PIC 9(08).
       01 WS-AN-FIN                  PIC 9(08).
       01 WS-ARC-DEBUT               PIC 9(08).
       01 WS-ARC-FIN                 PIC 9(08).
       01 WS-NB-DEMI-ABSENCES        PIC 9(03) VALUE 0.
       01 WS-NB-NON-JUSTIFIEES       PIC 9(03) VALUE 0.
       01 WS-ABS-DUREE               PIC X.
       01 WS-ABS-JUSTIFIEE           PIC X.

      *    Decision de passage et mention de l'annee
       01 WS-DECISION                PIC X(08).
       01 WS-MENTION                 PIC X(15).

      *    Resolution du numero d'eleve via EleveRef
       01 WS-REF-NUMERO              PIC 9(05).
       01 WS-REF-NOM                 PIC X(30).
       01 WS-REF-CLASSE              PIC X(03).
       01 WS-REF-TROUVE              PIC X.

      *    Montage des lignes du releve
       01 WS-MOYENNE-CASE            PIC 99V99.
       01 WS-MOYENNE-AFF             PIC Z9.99.
       01 WS-COEF-AFF                PIC 9.9.
       01 WS-NB-AFF                  PIC ZZ9.
       01 WS-LIGNE-RELEVE            PIC X(80).
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).

      *    Classement du releve du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "RELEVE-ELEVE".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "releve-eleve.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-LIGNE-RELEVE.

       DISPLAY "Numero de l'eleve (vide = tous les sortis d'une "
               "annee) : ".
       ACCEPT WS-NUMERO-SAISI.
       IF WS-NUMERO-SAISI = SPACES
           DISPLAY "Annee scolaire de sortie (ex. 2026) : "
           ACCEPT WS-ANNEE-SORTIE
           PERFORM CHOISIR-SORTIS
       ELSE
           PERFORM CHOISIR-ELEVE THRU CHOISIR-ELEVE-FIN
       END-IF.
       IF WS-NB-CIB = 0
           MOVE 4 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHARGER-MATIERES.
       PERFORM RELEVER-ANNEES.
       IF WS-NB-AN = 0
           DISPLAY "Aucune archive de trimestre trouvee ; lancer "
                   "CLOTURE-TRIM d'abord."
           MOVE 4 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT RELEVE-FICHIER.
       IF WS-RELEVE-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire releve-eleve.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING WS-IDX-CIB FROM 1 BY 1
               UNTIL WS-IDX-CIB > WS-NB-CIB
           PERFORM EDITER-RELEVE
       END-PERFORM.
       CLOSE RELEVE-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Releves edites : " WS-NB-CIB
               " (voir releve-eleve.txt)".
       IF WS-NB-IGNORES > 0
           DISPLAY "Sortis au-dela de la capacite (non edites) : "
                   WS-NB-IGNORES
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Un seul eleve : d'abord le referentiel, sinon le registre
      *    des sortis
       CHOISIR-ELEVE.
           IF WS-NUMERO-SAISI IS NOT NUMERIC
               DISPLAY "Numero invalide : " WS-NUMERO-SAISI
               GO TO CHOISIR-ELEVE-FIN
           END-IF.
           MOVE WS-NUMERO-SAISI TO WS-REF-NUMERO.
           CALL "EleveRef" USING WS-REF-NUMERO WS-REF-NOM
                                  WS-REF-CLASSE WS-REF-TROUVE.
           IF WS-REF-TROUVE = "O"
               MOVE 1 TO WS-NB-CIB
               MOVE WS-REF-NUMERO TO WS-CIB-NUMERO(1)
               MOVE WS-REF-NOM    TO WS-CIB-NOM(1)
               MOVE WS-REF-CLASSE TO WS-CIB-CLASSE(1)
               MOVE SPACES        TO WS-CIB-SORTIE(1)
               GO TO CHOISIR-ELEVE-FIN
           END-IF.
           OPEN INPUT SORTIS-FICHIER.
           IF WS-SORTIS-STATUS = "00"
               PERFORM UNTIL WS-SORTIS-STATUS NOT = "00"
                   READ SORTIS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-SOR-NUMERO = WS-REF-NUMERO
                               MOVE 1 TO WS-NB-CIB
                               PERFORM RETENIR-SORTI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTIS-FICHIER
           END-IF.
           IF WS-NB-CIB = 0
               DISPLAY "Numero inconnu : " WS-NUMERO-SAISI
           END-IF.
       CHOISIR-ELEVE-FIN.
           EXIT.

      *    Tous les sortis de l'annee WS-ANNEE-SORTIE
       CHOISIR-SORTIS.
           OPEN INPUT SORTIS-FICHIER.
           IF WS-SORTIS-STATUS = "00"
               PERFORM UNTIL WS-SORTIS-STATUS NOT = "00"
                   READ SORTIS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-SOR-ANNEE = WS-ANNEE-SORTIE
                               IF WS-NB-CIB < 100
                                   ADD 1 TO WS-NB-CIB
                                   PERFORM RETENIR-SORTI
                               ELSE
                                   ADD 1 TO WS-NB-IGNORES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTIS-FICHIER
           END-IF.
           IF WS-NB-CIB = 0
               DISPLAY "Aucun eleve sorti en " WS-ANNEE-SORTIE
                       " dans eleves-sortis.txt"
           END-IF.

       RETENIR-SORTI.
           MOVE F-SOR-NUMERO TO WS-CIB-NUMERO(WS-NB-CIB).
           MOVE F-SOR-NOM    TO WS-CIB-NOM(WS-NB-CIB).
           MOVE F-SOR-CLASSE TO WS-CIB-CLASSE(WS-NB-CIB).
           MOVE F-SOR-ANNEE  TO WS-CIB-SORTIE(WS-NB-CIB).

      *    Charge matieres.txt (coefficient 1 pour une matiere
      *    absente du referentiel)
       CHARGER-MATIERES.
           OPEN INPUT MATIERES-FICHIER.
           IF WS-MATIERES-STATUS = "00"
               PERFORM UNTIL WS-MATIERES-STATUS NOT = "00"
                   READ MATIERES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-MTR < 20
                               ADD 1 TO WS-NB-MTR
                               MOVE F-MTR-CODE
                                   TO WS-MTR-CODE(WS-NB-MTR)
                               IF F-MTR-COEF IS NUMERIC
                                  AND F-MTR-COEF > 0
                                   MOVE F-MTR-COEF
                                       TO WS-MTR-COEF(WS-NB-MTR)
                               ELSE
                                   MOVE 1.0 TO WS-MTR-COEF(WS-NB-MTR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FICHIER
           END-IF.

       TROUVER-COEF.
           MOVE 1.0 TO WS-COEF-COURANT.
           PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                   UNTIL WS-IDX-MTR > WS-NB-MTR
               IF WS-MTR-CODE(WS-IDX-MTR) = WS-MAT-CODE(WS-IDX-MAT)
                   MOVE WS-MTR-COEF(WS-IDX-MTR) TO WS-COEF-COURANT
               END-IF
           END-PERFORM.

      *    Compose le nom de l'archive du trimestre WS-TERME
       COMPOSER-NOM-ARCHIVE.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "notes-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANNEE-SCOLAIRE)
                      DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TERME DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE.

      *    Annees scolaires tenues : celles dont au moins une des
      *    trois archives de trimestre s'ouvre, de la plus ancienne a
      *    la plus recente
       RELEVER-ANNEES.
           MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-FIN.
           COMPUTE WS-ANNEE-NUM = WS-ANNEE-FIN - WS-RECUL-ANNEES.
           ADD 1 TO WS-ANNEE-FIN.
           PERFORM UNTIL WS-ANNEE-NUM > WS-ANNEE-FIN
               MOVE WS-ANNEE-NUM TO WS-ANNEE-SCOLAIRE
               MOVE "N" TO WS-AN-PRESENTE
               PERFORM VARYING WS-TERME FROM 1 BY 1
                       UNTIL WS-TERME > 3
                   PERFORM COMPOSER-NOM-ARCHIVE
                   OPEN INPUT ARCHIVE-FICHIER
                   IF WS-ARCHIVE-STATUS = "00"
                       MOVE "O" TO WS-AN-PRESENTE
                       CLOSE ARCHIVE-FICHIER
                   END-IF
               END-PERFORM
               IF WS-AN-PRESENTE = "O" AND WS-NB-AN < 30
                   ADD 1 TO WS-NB-AN
                   MOVE WS-ANNEE-SCOLAIRE TO WS-AN(WS-NB-AN)
               END-IF
               ADD 1 TO WS-ANNEE-NUM
           END-PERFORM.

      *    Releve complet de l'eleve WS-IDX-CIB : entete puis un bloc
      *    par annee scolaire ou il a des notes archivees
       EDITER-RELEVE.
           MOVE SPACES TO WS-CLE-ELEVE.
           MOVE WS-CIB-NUMERO(WS-IDX-CIB) TO WS-CLE-ELEVE(1:5).
           MOVE 0 TO WS-NB-ANNEES-ELEVE.
           IF WS-IDX-CIB > 1
               PERFORM ECRIRE-LIGNE
               MOVE ALL "=" TO WS-LIGNE-RELEVE
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE "RELEVE DE NOTES PLURIANNUEL" TO WS-LIGNE-RELEVE.
           PERFORM ECRIRE-LIGNE.
           MOVE "Eleve :" TO WS-LIGNE-RELEVE(1:7).
           MOVE WS-CIB-NUMERO(WS-IDX-CIB) TO WS-LIGNE-RELEVE(9:5).
           MOVE WS-CIB-NOM(WS-IDX-CIB) TO WS-LIGNE-RELEVE(15:30).
           PERFORM ECRIRE-LIGNE.
           IF WS-CIB-SORTIE(WS-IDX-CIB) = SPACES
               MOVE "Classe actuelle :" TO WS-LIGNE-RELEVE(1:17)
               MOVE WS-CIB-CLASSE(WS-IDX-CIB)
                   TO WS-LIGNE-RELEVE(19:3)
           ELSE
               MOVE "Sorti en" TO WS-LIGNE-RELEVE(1:8)
               MOVE WS-CIB-SORTIE(WS-IDX-CIB)
                   TO WS-LIGNE-RELEVE(10:4)
               MOVE "- derniere classe" TO WS-LIGNE-RELEVE(15:17)
               MOVE WS-CIB-CLASSE(WS-IDX-CIB)
                   TO WS-LIGNE-RELEVE(33:3)
           END-IF.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA.
           MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM.
           MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ.
           MOVE "Edite le" TO WS-LIGNE-RELEVE(1:8).
           MOVE WS-DATE-AFF TO WS-LIGNE-RELEVE(10:10).
           PERFORM ECRIRE-LIGNE.

           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                   UNTIL WS-IDX-AN > WS-NB-AN
               MOVE WS-AN(WS-IDX-AN) TO WS-ANNEE-SCOLAIRE
               PERFORM EDITER-ANNEE THRU EDITER-ANNEE-FIN
           END-PERFORM.

           IF WS-NB-ANNEES-ELEVE = 0
               PERFORM ECRIRE-LIGNE
               MOVE "Aucune note archivee pour cet eleve."
                   TO WS-LIGNE-RELEVE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Bloc d'une annee scolaire : rien n'est ecrit si l'eleve
      *    n'a aucune ligne dans les archives de l'annee
       EDITER-ANNEE.
           MOVE 0 TO WS-NB-MAT.
           MOVE 0 TO WS-AN-NB-LIGNES.
           MOVE 0 TO WS-AN-TOT.
           MOVE 0 TO WS-AN-COEFS.
           MOVE SPACES TO WS-AN-CLASSE.
           MOVE 99999999 TO WS-ARC-DEBUT.
           MOVE 0 TO WS-ARC-FIN.
           PERFORM VARYING WS-TERME FROM 1 BY 1
                   UNTIL WS-TERME > 3
               PERFORM CUMULER-TRIMESTRE THRU CUMULER-TRIMESTRE-FIN
           END-PERFORM.
           IF WS-AN-NB-LIGNES = 0
               GO TO EDITER-ANNEE-FIN
           END-IF.
           ADD 1 TO WS-NB-ANNEES-ELEVE.

           PERFORM ECRIRE-LIGNE.
           MOVE "Annee scolaire" TO WS-LIGNE-RELEVE(1:14).
           MOVE WS-ANNEE-SCOLAIRE TO WS-LIGNE-RELEVE(16:4).
           MOVE "- classe" TO WS-LIGNE-RELEVE(21:8).
           MOVE WS-AN-CLASSE TO WS-LIGNE-RELEVE(30:3).
           PERFORM ECRIRE-LIGNE.
           MOVE "Matiere" TO WS-LIGNE-RELEVE(3:7).
           MOVE "Coef" TO WS-LIGNE-RELEVE(15:4).
           MOVE "Moyenne" TO WS-LIGNE-RELEVE(21:7).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MAT
               PERFORM ECRIRE-MATIERE
           END-PERFORM.

           IF WS-AN-COEFS > 0
               COMPUTE WS-AN-MOYENNE ROUNDED =
                       WS-AN-TOT / WS-AN-COEFS
               MOVE WS-AN-MOYENNE TO WS-MOYENNE-AFF
               MOVE "Moyenne generale :" TO WS-LIGNE-RELEVE(3:18)
               MOVE WS-MOYENNE-AFF TO WS-LIGNE-RELEVE(22:5)
               CALL "Mention" USING WS-AN-MOYENNE WS-MENTION
               IF WS-MENTION NOT = SPACES
                   MOVE "Mention :" TO WS-LIGNE-RELEVE(30:9)
                   MOVE WS-MENTION TO WS-LIGNE-RELEVE(40:15)
               END-IF
           ELSE
               MOVE "Moyenne generale :   ABS"
                   TO WS-LIGNE-RELEVE(3:24)
           END-IF.
           PERFORM ECRIRE-LIGNE.

           PERFORM LIRE-DECISION.
           MOVE "Decision :" TO WS-LIGNE-RELEVE(3:10).
           MOVE WS-DECISION TO WS-LIGNE-RELEVE(14:8).
           PERFORM ECRIRE-LIGNE.

           PERFORM BORNER-ANNEE.
           PERFORM COMPTER-ABSENCES.
           MOVE "Absences :" TO WS-LIGNE-RELEVE(3:10).
           MOVE WS-NB-DEMI-ABSENCES TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RELEVE(14:3).
           MOVE "demi-j (" TO WS-LIGNE-RELEVE(18:8).
           MOVE WS-NB-NON-JUSTIFIEES TO WS-NB-AFF.
           MOVE WS-NB-AFF TO WS-LIGNE-RELEVE(26:3).
           MOVE "non just.)" TO WS-LIGNE-RELEVE(30:10).
           PERFORM ECRIRE-LIGNE.
       EDITER-ANNEE-FIN.
           EXIT.

      *    Lignes de l'eleve dans l'archive du trimestre WS-TERME ;
      *    les dates extremes de toute l'archive servent de bornes
      *    de l'annee quand le registre des trimestres clos manque
       CUMULER-TRIMESTRE.
           PERFORM COMPOSER-NOM-ARCHIVE.
           OPEN INPUT ARCHIVE-FICHIER.
           IF WS-ARCHIVE-STATUS NOT = "00"
               GO TO CUMULER-TRIMESTRE-FIN
           END-IF.
           PERFORM UNTIL WS-ARCHIVE-STATUS NOT = "00"
               READ ARCHIVE-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       COMPUTE WS-DATE-EVAL = F-ANNEE-V * 10000
                               + F-MOIS-V * 100 + F-JOUR-V
                       IF WS-DATE-EVAL < WS-ARC-DEBUT
                           MOVE WS-DATE-EVAL TO WS-ARC-DEBUT
                       END-IF
                       IF WS-DATE-EVAL > WS-ARC-FIN
                           MOVE WS-DATE-EVAL TO WS-ARC-FIN
                       END-IF
                       IF F-ELEVE-V = WS-CLE-ELEVE
                           ADD 1 TO WS-AN-NB-LIGNES
                           MOVE F-CLASSE-V TO WS-AN-CLASSE
                           PERFORM CUMULER-NOTE THRU CUMULER-NOTE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FICHIER.
       CUMULER-TRIMESTRE-FIN.
           EXIT.

      *    Une note de l'eleve : la matiere entre dans la grille meme
      *    si elle n'a que des marques d'absence (imprimee ABS)
       CUMULER-NOTE.
           MOVE 0 TO WS-IDX-MAT-TROUVE.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MAT
                   OR WS-IDX-MAT-TROUVE NOT = 0
               IF WS-MAT-CODE(WS-IDX-MAT) = F-MATIERE-V
                   MOVE WS-IDX-MAT TO WS-IDX-MAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-MAT-TROUVE = 0
               IF WS-NB-MAT < 20
                   ADD 1 TO WS-NB-MAT
                   MOVE WS-NB-MAT TO WS-IDX-MAT-TROUVE
                   MOVE F-MATIERE-V TO WS-MAT-CODE(WS-IDX-MAT-TROUVE)
                   MOVE 0 TO WS-MAT-TOT(WS-IDX-MAT-TROUVE)
                   MOVE 0 TO WS-MAT-NB(WS-IDX-MAT-TROUVE)
               ELSE
                   GO TO CUMULER-NOTE-FIN
               END-IF
           END-IF.
           IF F-ABSENT-V = "A"
               GO TO CUMULER-NOTE-FIN
           END-IF.
           MOVE WS-IDX-MAT-TROUVE TO WS-IDX-MAT.
           ADD F-NOTE-V TO WS-MAT-TOT(WS-IDX-MAT).
           ADD 1 TO WS-MAT-NB(WS-IDX-MAT).
           PERFORM TROUVER-COEF.
           COMPUTE WS-AN-TOT = WS-AN-TOT
                   + F-NOTE-V * WS-COEF-COURANT.
           ADD WS-COEF-COURANT TO WS-AN-COEFS.
       CUMULER-NOTE-FIN.
           EXIT.

      *    Ligne d'une matiere : code, coefficient, moyenne annuelle
       ECRIRE-MATIERE.
           PERFORM TROUVER-COEF.
           MOVE WS-MAT-CODE(WS-IDX-MAT) TO WS-LIGNE-RELEVE(3:10).
           MOVE WS-COEF-COURANT TO WS-COEF-AFF.
           MOVE WS-COEF-AFF TO WS-LIGNE-RELEVE(15:3).
           IF WS-MAT-NB(WS-IDX-MAT) > 0
               COMPUTE WS-MOYENNE-CASE ROUNDED =
                       WS-MAT-TOT(WS-IDX-MAT) / WS-MAT-NB(WS-IDX-MAT)
               MOVE WS-MOYENNE-CASE TO WS-MOYENNE-AFF
               MOVE WS-MOYENNE-AFF TO WS-LIGNE-RELEVE(22:5)
           ELSE
               MOVE "  ABS" TO WS-LIGNE-RELEVE(22:5)
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *    Decision de l'annee dans decisions-AAAA.txt (BILAN-ANNEE) ;
      *    sans fichier ou sans ligne pour l'eleve, elle est encore
      *    a venir
       LIRE-DECISION.
           MOVE "A VENIR" TO WS-DECISION.
           MOVE SPACES TO WS-NOM-DECISIONS.
           STRING "decisions-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANNEE-SCOLAIRE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-DECISIONS.
           OPEN INPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS = "00"
               PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
                   READ DECISIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-DEC-ELEVE = WS-CLE-ELEVE
                               MOVE F-DEC-DECISION TO WS-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISIONS-FICHIER
           END-IF.

      *    Bornes de l'annee : du premier debut au dernier fin des
      *    trimestres AAAAT1..T3 du registre trimestres-clos.txt,
      *    sinon les dates extremes des archives de l'annee
       BORNER-ANNEE.
           MOVE 99999999 TO WS-AN-DEBUT.
           MOVE 0 TO WS-AN-FIN.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-TCL-LIBELLE(1:4) = WS-ANNEE-SCOLAIRE
                               IF F-TCL-DEBUT < WS-AN-DEBUT
                                   MOVE F-TCL-DEBUT TO WS-AN-DEBUT
                               END-IF
                               IF F-TCL-FIN > WS-AN-FIN
                                   MOVE F-TCL-FIN TO WS-AN-FIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           IF WS-AN-FIN = 0
               MOVE WS-ARC-DEBUT TO WS-AN-DEBUT
               MOVE WS-ARC-FIN   TO WS-AN-FIN
           END-IF.

      *    Demi-journees d'absence de l'eleve entre les bornes de
      *    l'annee (une journee = 2 demi-journees), dont non
      *    justifiees ; celles d'une annee passee sont dans
      *    absences-AAAA.txt
       COMPTER-ABSENCES.
           MOVE 0 TO WS-NB-DEMI-ABSENCES.
           MOVE 0 TO WS-NB-NON-JUSTIFIEES.
           OPEN INPUT ABSENCES-FICHIER.
           IF WS-ABSENCES-STATUS = "00"
               PERFORM UNTIL WS-ABSENCES-STATUS NOT = "00"
                   READ ABSENCES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-ABS-ELEVE = WS-CLE-ELEVE
                              AND F-ABS-DATE >= WS-AN-DEBUT
                              AND F-ABS-DATE <= WS-AN-FIN
                               MOVE F-ABS-DUREE TO WS-ABS-DUREE
                               MOVE F-ABS-JUSTIFIEE TO WS-ABS-JUSTIFIEE
                               PERFORM COMPTER-UNE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FICHIER
           END-IF.
           MOVE SPACES TO WS-NOM-ABS-ARCHIVE.
           STRING "absences-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANNEE-SCOLAIRE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-ABS-ARCHIVE.
           OPEN INPUT ABS-ARCHIVE-FICHIER.
           IF WS-ABS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ABS-ARCHIVE-STATUS NOT = "00"
                   READ ABS-ARCHIVE-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-ABA-ELEVE = WS-CLE-ELEVE
                              AND F-ABA-DATE >= WS-AN-DEBUT
                              AND F-ABA-DATE <= WS-AN-FIN
                               MOVE F-ABA-DUREE TO WS-ABS-DUREE
                               MOVE F-ABA-JUSTIFIEE TO WS-ABS-JUSTIFIEE
                               PERFORM COMPTER-UNE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABS-ARCHIVE-FICHIER
           END-IF.

       COMPTER-UNE-ABSENCE.
           IF WS-ABS-DUREE = "J"
               ADD 2 TO WS-NB-DEMI-ABSENCES
           ELSE
               ADD 1 TO WS-NB-DEMI-ABSENCES
           END-IF.
           IF WS-ABS-JUSTIFIEE NOT = "O"
               IF WS-ABS-DUREE = "J"
                   ADD 2 TO WS-NB-NON-JUSTIFIEES
               ELSE
                   ADD 1 TO WS-NB-NON-JUSTIFIEES
               END-IF
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RELEVE TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
