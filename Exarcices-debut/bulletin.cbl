      * generale de chaque eleve present dans le fichier). Le
      * bulletin est ecrit dans bulletin.txt avec la meme entete
      * paginee que les autres rapports.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les marques d'absence ouvertes (rattrapage attendu) restent
      * hors des moyennes et du rang, et s'impriment ABS sous leur
      * matiere.
      * Le bloc destinataire du parent lie (AdresseParent) precede
      * l'entete de la premiere page.
      * Les decisions du conseil de classe du trimestre
      * (CONSEIL-CLASSE) s'impriment sous les moyennes avec le
      * commentaire du professeur principal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

      *    Decisions du conseil de classe du trimestre, saisies en
      *    seance par CONSEIL-CLASSE
           SELECT DECISIONS-FICHIER ASSIGN TO WS-NOM-DECISIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-NOTE dans ex-note.cbl
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
      *    A = absent au controle, rattrapage attendu : la note
      *    ne compte pas dans les moyennes
           05 F-ABSENT-V             PIC X.

       FD  BULLETIN-FICHIER.
       01  LIGNE-BULLETIN            PIC X(60).
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

      *    Meme decoupage que F-ABSENCE dans saisie-absences.cbl
       FD  ABSENCES-FICHIER.
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  DECISIONS-FICHIER.
           COPY "DecisionConseil.cpy".

       WORKING-STORAGE SECTION.
      *    Classement du rapport du jour sous un nom date, via le
       01 WS-BULLETIN-STATUS         PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.

      *    Trimestre des decisions du conseil : celui de l'archive
      *    lue, ou celui saisi pour le carnet courant (vide = pas de
      *    decisions au bulletin)
       01 WS-TERME-CONSEIL           PIC X(06) VALUE SPACES.
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-NB-DECISIONS            PIC 9(02) VALUE 0.

      *    Libelle d'un code de decision (AvisConseil)
       01 WS-AVI-CODE                PIC X(03).
       01 WS-AVI-LIBELLE             PIC X(30).
       01 WS-AVI-CATEGORIE           PIC X.
       01 WS-AVI-TROUVE              PIC X.

      *    Demi-journees d'absence de l'eleve demande
       01 WS-NB-DEMI-ABSENCES        PIC 9(03) VALUE 0.
       01 WS-REF-CLASSE              PIC X(03).
       01 WS-REF-TROUVE              PIC X.
       01 WS-NOM-AFFICHE             PIC X(25).
      *    Bloc destinataire du parent lie (AdresseParent)
       01 WS-ADR-BLOC.
           05 WS-ADR-LIGNE OCCURS 3 TIMES PIC X(40).
       01 WS-ADR-TROUVE              PIC X.
       01 WS-IDX-ADR                 PIC 9.
      *    Fichier de notes a lire : notes.txt par defaut, ou une
      *    archive de trimestre clos
       01 WS-NOM-NOTES               PIC X(30) VALUE "notes.txt".

       01 WS-MOYENNE-MATIERE         PIC 99V99.
       01 WS-MOYENNE-AFF             PIC Z9.99.
      *    Moyenne de la ligne matiere, ou ABS quand la matiere n'a
      *    que des marques d'absence
       01 WS-MOYENNE-TXT             PIC X(05).

      *    Marques d'absence ouvertes de l'eleve demande (rattrapage
      *    attendu) : hors moyennes, imprimees ABS sous leur matiere
       01 WS-TABLE-ABS.
           05 WS-ABS OCCURS 30 TIMES.
              10 WS-ABS-MATIERE      PIC X(10).
              10 WS-ABS-JOUR         PIC 99.
              10 WS-ABS-MOIS         PIC 99.
              10 WS-ABS-ANNEE        PIC 9(4).
       01 WS-NB-ABS                  PIC 9(02) VALUE 0.
       01 WS-IDX-ABS                 PIC 9(02) VALUE 1.
      *    Rang de l'eleve demande dans sa classe (notes.txt melant
      *    les sections, le rang ne se compare qu'aux eleves de la
      *    meme classe), et effectif de cette classe
       77 WS-PAGE-TAILLE             PIC 9(03) VALUE 20.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       PERFORM CHARGER-MATIERES.
       IF WS-NOM-SAISI NOT = SPACES
           MOVE WS-NOM-SAISI TO WS-NOM-NOTES
       END-IF.
       PERFORM CHOISIR-TERME-CONSEIL.

       OPEN INPUT NOTES-FICHIER.
       IF WS-NOTES-STATUS NOT = "00"
                   END-IF
               END-IF
               IF WS-IDX-MAT-TROUVE NOT = 0
                  AND F-ABSENT-V = "A"
                   IF WS-NB-ABS < 30
                       ADD 1 TO WS-NB-ABS
                       MOVE F-MATIERE-V TO WS-ABS-MATIERE(WS-NB-ABS)
                       MOVE F-JOUR-V    TO WS-ABS-JOUR(WS-NB-ABS)
                       MOVE F-MOIS-V    TO WS-ABS-MOIS(WS-NB-ABS)
                       MOVE F-ANNEE-V   TO WS-ABS-ANNEE(WS-NB-ABS)
                   END-IF
               END-IF
               IF WS-IDX-MAT-TROUVE NOT = 0
                  AND F-ABSENT-V NOT = "A"
                   COMPUTE WS-MAT-TOTAL(WS-IDX-MAT-TROUVE) =
                           WS-MAT-TOTAL(WS-IDX-MAT-TROUVE)
                           + F-NOTE-V * WS-POIDS-COURANT
               END-IF
           END-IF.
           IF WS-IDX-ELV-TROUVE NOT = 0
              AND F-ABSENT-V NOT = "A"
               PERFORM TROUVER-COEF
               COMPUTE WS-ELV-TOTAL(WS-IDX-ELV-TROUVE) =
                       WS-ELV-TOTAL(WS-IDX-ELV-TROUVE)
                   UNTIL WS-IDX-ELV > WS-NB-ELEVES
               IF WS-ELV-CLASSE(WS-IDX-ELV) =
                       WS-ELV-CLASSE(WS-IDX-CIBLE)
                  AND WS-ELV-COEFS(WS-IDX-ELV) > 0
                   ADD 1 TO WS-NB-MEME-CLASSE
                   IF WS-ELV-MOYENNE(WS-IDX-ELV) >
                           WS-ELV-MOYENNE(WS-IDX-CIBLE)
           IF WS-BULLETIN-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire bulletin.txt"
           ELSE
               PERFORM ECRIRE-DESTINATAIRE
               PERFORM IMPRIMER-ENTETE-BULLETIN
               PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                       UNTIL WS-IDX-MAT > WS-NB-MATIERES
                   IF WS-MAT-NB(WS-IDX-MAT) > 0
                       COMPUTE WS-MOYENNE-MATIERE ROUNDED =
                               WS-MAT-TOTAL(WS-IDX-MAT)
                               / WS-MAT-NB(WS-IDX-MAT)
                       MOVE WS-MOYENNE-MATIERE TO WS-MOYENNE-AFF
                       MOVE WS-MOYENNE-AFF TO WS-MOYENNE-TXT
                   ELSE
                       MOVE "  ABS" TO WS-MOYENNE-TXT
                   END-IF
                   CALL "ProfMatiere" USING
                       WS-MAT-NOM(WS-IDX-MAT)
                       WS-ELV-CLASSE(WS-IDX-CIBLE)
                       STRING WS-MAT-NOM(WS-IDX-MAT)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-MOYENNE-TXT DELIMITED BY SIZE
                              "  (" DELIMITED BY SIZE
                              WS-MAT-CPT(WS-IDX-MAT)
                                  DELIMITED BY SIZE
                       STRING WS-MAT-NOM(WS-IDX-MAT)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-MOYENNE-TXT DELIMITED BY SIZE
                              "  (" DELIMITED BY SIZE
                              WS-MAT-CPT(WS-IDX-MAT)
                                  DELIMITED BY SIZE
                   MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN
                   ADD 1 TO WS-LIGNE-PAGE
                   PERFORM ECRIRE-ABSENCES-MATIERE
                   IF WS-LIGNE-PAGE >= WS-PAGE-TAILLE
                      AND WS-IDX-MAT < WS-NB-MATIERES
                       PERFORM IMPRIMER-ENTETE-BULLETIN

               MOVE SPACES TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
      *        Un eleve qui n'a que des marques d'absence n'a ni
      *        moyenne, ni rang, ni mention
               IF WS-ELV-COEFS(WS-IDX-CIBLE) = 0
                   MOVE "MOYENNE GENERALE :   ABS" TO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN
               ELSE
                   MOVE WS-ELV-MOYENNE(WS-IDX-CIBLE) TO WS-MOYENNE-AFF
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING "MOYENNE GENERALE : " DELIMITED BY SIZE
                          WS-MOYENNE-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-BULLETIN
                   MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING "RANG : " DELIMITED BY SIZE
                          WS-RANG DELIMITED BY SIZE
                          " sur " DELIMITED BY SIZE
                          WS-NB-MEME-CLASSE DELIMITED BY SIZE
                          " (classe " DELIMITED BY SIZE
                          WS-ELV-CLASSE(WS-IDX-CIBLE) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-LIGNE-BULLETIN
                   MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN
                   MOVE WS-ELV-MOYENNE(WS-IDX-CIBLE)
                       TO WS-MOYENNE-MENTION
                   CALL "Mention" USING WS-MOYENNE-MENTION WS-MENTION
                   IF WS-MENTION NOT = SPACES
                       MOVE SPACES TO WS-LIGNE-BULLETIN
                       STRING "MENTION : " DELIMITED BY SIZE
                              WS-MENTION DELIMITED BY SIZE
                           INTO WS-LIGNE-BULLETIN
                       MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
                       WRITE LIGNE-BULLETIN
                   END-IF
               END-IF
               MOVE SPACES TO WS-LIGNE-BULLETIN
               STRING "ABSENCES : " DELIMITED BY SIZE
                   INTO WS-LIGNE-BULLETIN
               MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
               PERFORM ECRIRE-DECISIONS-CONSEIL
                  THRU ECRIRE-DECISIONS-CONSEIL-FIN
               CLOSE BULLETIN-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT
                       WS-ELV-CLASSE(WS-IDX-CIBLE) ")"
           END-IF.

      *    Imprime ABS sous la ligne de la matiere pour chaque
      *    controle manque dont le rattrapage n'est pas encore saisi
       ECRIRE-ABSENCES-MATIERE.
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABS
               IF WS-ABS-MATIERE(WS-IDX-ABS) = WS-MAT-NOM(WS-IDX-MAT)
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING "             ABS  controle du "
                              DELIMITED BY SIZE
                          WS-ABS-JOUR(WS-IDX-ABS) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-ABS-MOIS(WS-IDX-ABS) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-ABS-ANNEE(WS-IDX-ABS) DELIMITED BY SIZE
                          ", rattrapage attendu" DELIMITED BY SIZE
                       INTO WS-LIGNE-BULLETIN
                   MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN
                   ADD 1 TO WS-LIGNE-PAGE
               END-IF
           END-PERFORM.

      *    Compte les demi-journees d'absence de l'eleve demande dans
      *    absences.txt (une journee = 2 demi-journees) ; l'absence
      *    du fichier n'est pas une erreur
               CLOSE ABSENCES-FICHIER
           END-IF.

      *    Trimestre des decisions du conseil : une archive
      *    notes-AAAATn.txt le donne ; pour le carnet courant il est
      *    demande
       CHOISIR-TERME-CONSEIL.
           IF WS-NOM-NOTES(1:6) = "notes-"
              AND WS-NOM-NOTES(13:4) = ".txt"
               MOVE WS-NOM-NOTES(7:6) TO WS-TERME-CONSEIL
           ELSE
               DISPLAY "Trimestre des decisions du conseil (AAAAT1, "
                       "vide = aucune) : "
               ACCEPT WS-TERME-CONSEIL
               MOVE FUNCTION UPPER-CASE(WS-TERME-CONSEIL)
                   TO WS-TERME-CONSEIL
           END-IF.
           MOVE SPACES TO WS-NOM-DECISIONS.
           IF WS-TERME-CONSEIL NOT = SPACES
               STRING "decisions-conseil-" DELIMITED BY SIZE
                      WS-TERME-CONSEIL DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-DECISIONS
           END-IF.

      *    Decisions du conseil de classe sous les moyennes : le
      *    libelle de chaque decision de l'eleve, puis le
      *    commentaire du professeur principal ; rien sans decision
       ECRIRE-DECISIONS-CONSEIL.
           IF WS-NOM-DECISIONS = SPACES
               GO TO ECRIRE-DECISIONS-CONSEIL-FIN
           END-IF.
           OPEN INPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS NOT = "00"
               GO TO ECRIRE-DECISIONS-CONSEIL-FIN
           END-IF.
           MOVE 0 TO WS-NB-DECISIONS.
           PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
               READ DECISIONS-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-DCO-ELEVE = WS-ELEVE-DEMANDE
                           PERFORM ECRIRE-UNE-DECISION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISIONS-FICHIER.
       ECRIRE-DECISIONS-CONSEIL-FIN.
           EXIT.

       ECRIRE-UNE-DECISION.
           IF WS-NB-DECISIONS = 0
               MOVE SPACES TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
               MOVE SPACES TO WS-LIGNE-BULLETIN
               STRING "CONSEIL DE CLASSE " DELIMITED BY SIZE
                      WS-TERME-CONSEIL DELIMITED BY SIZE
                      " :" DELIMITED BY SIZE
                   INTO WS-LIGNE-BULLETIN
               MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF.
           ADD 1 TO WS-NB-DECISIONS.
           MOVE F-DCO-CODE TO WS-AVI-CODE.
           CALL "AvisConseil" USING WS-AVI-CODE WS-AVI-LIBELLE
                                    WS-AVI-CATEGORIE WS-AVI-TROUVE.
           IF WS-AVI-TROUVE = "N"
               MOVE F-DCO-CODE TO WS-AVI-LIBELLE
           END-IF.
           MOVE SPACES TO WS-LIGNE-BULLETIN.
           STRING "  " DELIMITED BY SIZE
                  WS-AVI-LIBELLE DELIMITED BY SIZE
               INTO WS-LIGNE-BULLETIN.
           MOVE WS-LIGNE-BULLETIN TO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN.
           IF F-DCO-COMMENTAIRE NOT = SPACES
               MOVE F-DCO-COMMENTAIRE TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF.

      *    Bloc destinataire en tete de la premiere page : le
      *    parent lie a l'eleve qui recoit le courrier, contact
      *    principal d'abord (rien pour un eleve sans numero ou sans
      *    parent joignable)
       ECRIRE-DESTINATAIRE.
           MOVE "N" TO WS-ADR-TROUVE.
           IF WS-ELEVE-DEMANDE(1:5) IS NUMERIC
               MOVE WS-ELEVE-DEMANDE(1:5) TO WS-REF-NUMERO
               CALL "AdresseParent" USING WS-REF-NUMERO WS-ADR-BLOC
                                          WS-ADR-TROUVE
           END-IF.
           IF WS-ADR-TROUVE = "O"
               PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                       UNTIL WS-IDX-ADR > 3
                   MOVE SPACES TO LIGNE-BULLETIN
                   MOVE WS-ADR-LIGNE(WS-IDX-ADR)
                       TO LIGNE-BULLETIN(21:40)
                   WRITE LIGNE-BULLETIN
               END-PERFORM
               MOVE SPACES TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF.

      *    Ecrit une entete de page (titre, date, numero de page et
      *    ligne de colonnes) en tete de bulletin.txt, puis a nouveau
      *    chaque fois que WS-PAGE-TAILLE lignes ont ete ecrites
