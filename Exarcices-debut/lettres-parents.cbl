      * Jetons du modele : <NOM>, <CLASSE>, <MOYENNE>, <TENDANCE>,
      * <ABSENCES>. Une lettre prete a imprimer par eleve, nommee
      * lettre-<numero>.txt.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Les marques d'absence ouvertes (rattrapage attendu, F-ABSENT-V)
      * ne comptent pas dans les moyennes.
      * Le bloc destinataire (parent lie qui recoit le courrier, via
      * AdresseParent) ouvre chaque lettre.
      * Le jeton <CONSEIL>, seul sur sa ligne, devient le paragraphe
      * des decisions du conseil de classe du trimestre demande
      * (CONSEIL-CLASSE), avec le commentaire du professeur principal ;
      * sans decision la ligne disparait.
      * Chaque lettre ecrite est aussi ajoutee a la file des messages
      * sortants (MessageSortant, canal courrier) que MESSAGES libere.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTRE-STATUS.

      *    Decisions du conseil de classe du trimestre demande
      *    (CONSEIL-CLASSE)
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

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       FD  MODELE-FICHIER.
       01  F-LIGNE-MODELE            PIC X(80).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE       PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  LETTRE-FICHIER.
       01  F-LIGNE-LETTRE            PIC X(80).

       FD  DECISIONS-FICHIER.
           COPY "DecisionConseil.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-HISTO-STATUS            PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-LETTRE-STATUS           PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Barre sous laquelle une lettre part (cle BARRE-LETTRES)
       01 WS-REF-CLASSE              PIC X(03).
       01 WS-REF-TROUVE              PIC X.

      *    Bloc destinataire du parent lie (AdresseParent)
       01 WS-ADR-BLOC.
           05 WS-ADR-LIGNE OCCURS 3 TIMES PIC X(40).
       01 WS-ADR-TROUVE              PIC X.
       01 WS-IDX-ADR                 PIC 9.

      *    Valeurs a inserer dans la lettre de l'eleve courant
       01 WS-VAL-NOM                 PIC X(30).
       01 WS-VAL-CLASSE              PIC X(03).
       01 WS-POS                     PIC 9(03).
       01 WS-JETON-TROUVE            PIC X.

      *    Paragraphe des decisions du conseil (jeton <CONSEIL>,
      *    seul sur sa ligne du modele) : trimestre demande, vide
      *    pour ne pas en mettre
       01 WS-TERME-CONSEIL           PIC X(06).
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-NB-JETON-CONSEIL        PIC 9(02).
       01 WS-AVI-CODE                PIC X(03).
       01 WS-AVI-LIBELLE             PIC X(30).
       01 WS-AVI-CATEGORIE           PIC X.
       01 WS-AVI-TROUVE              PIC X.

       01 WS-NOM-LETTRE              PIC X(30).
       01 WS-NB-LETTRES              PIC 9(03) VALUE 0.

      *    Message de la lettre dans la file des messages sortants
      *    (MessageSortant), a l'adresse du parent lie
       01 WS-MSG-DESTINATAIRE        PIC X(30).
       01 WS-MSG-CANAL               PIC X     VALUE "C".
       01 WS-MSG-OBJET               PIC X(40).
       01 WS-MSG-REFERENCE           PIC X(40).
       01 WS-MSG-SOURCE              PIC X(10) VALUE "LETTRES-PA".
       01 WS-MSG-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       MOVE "BARRE-LETTRES" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
       DISPLAY "Numero d'eleve (0 = tous les eleves sous la "
               "barre) : ".
       ACCEPT WS-NUMERO-DEMANDE.
       DISPLAY "Trimestre des decisions du conseil (AAAAT1, vide = "
               "aucune) : ".
       ACCEPT WS-TERME-CONSEIL.
       MOVE FUNCTION UPPER-CASE(WS-TERME-CONSEIL) TO WS-TERME-CONSEIL.
       MOVE SPACES TO WS-NOM-DECISIONS.
       IF WS-TERME-CONSEIL NOT = SPACES
           STRING "decisions-conseil-" DELIMITED BY SIZE
                  WS-TERME-CONSEIL DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-DECISIONS
       END-IF.

       PERFORM CHARGER-MATIERES.
       PERFORM CUMULER-NOTES
           THRU CUMULER-NOTES-FIN.
       IF WS-NB-ELV = 0
           DISPLAY "notes.txt est vide ou absent ; aucune lettre."
           GOBACK
                  AND FUNCTION NUMVAL(WS-ELV-NOM(WS-IDX-ELV)(1:5))
                      = WS-NUMERO-DEMANDE)
               PERFORM GENERER-LETTRE
                   THRU GENERER-LETTRE-FIN
           END-IF
       END-PERFORM.

                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-ABSENT-V NOT = "A"
                           PERFORM CUMULER-UNE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FICHIER.
           IF WS-MODELE-STATUS NOT = "00"
               DISPLAY "lettre-modele.txt absent ; creer le modele "
                       "avec les jetons <NOM>, <CLASSE>, <MOYENNE>, "
                       "<TENDANCE>, <ABSENCES>, <CONSEIL>"
               GO TO GENERER-LETTRE-FIN
           END-IF.
           OPEN OUTPUT LETTRE-FICHIER.
               CLOSE MODELE-FICHIER
               GO TO GENERER-LETTRE-FIN
           END-IF.
           PERFORM ECRIRE-DESTINATAIRE.
           PERFORM UNTIL WS-MODELE-STATUS NOT = "00"
               READ MODELE-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE 0 TO WS-NB-JETON-CONSEIL
                       INSPECT F-LIGNE-MODELE TALLYING
                           WS-NB-JETON-CONSEIL FOR ALL "<CONSEIL>"
                       IF WS-NB-JETON-CONSEIL > 0
                           PERFORM ECRIRE-PARAGRAPHE-CONSEIL
                               THRU ECRIRE-PARAGRAPHE-CONSEIL-FIN
                       ELSE
                           MOVE F-LIGNE-MODELE TO WS-LIGNE-TRAVAIL
                           PERFORM REMPLIR-LIGNE
                           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-LETTRE
                           WRITE F-LIGNE-LETTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MODELE-FICHIER.
           ADD 1 TO WS-NB-LETTRES.
           DISPLAY "Lettre ecrite : "
                   FUNCTION TRIM(WS-NOM-LETTRE).
           PERFORM METTRE-LETTRE-EN-FILE.
       GENERER-LETTRE-FIN.
           EXIT.

      *    La lettre part par courrier : elle est ajoutee a la file
      *    des messages sortants, pour le parent lie quand il est
      *    connu
       METTRE-LETTRE-EN-FILE.
           IF WS-ADR-TROUVE = "O"
               MOVE WS-ADR-LIGNE(1) TO WS-MSG-DESTINATAIRE
           ELSE
               MOVE SPACES TO WS-MSG-DESTINATAIRE
               STRING "Parents de " DELIMITED BY SIZE
                      WS-VAL-NOM DELIMITED BY SIZE
                   INTO WS-MSG-DESTINATAIRE
           END-IF.
           MOVE SPACES TO WS-MSG-OBJET.
           STRING "Resultats de " DELIMITED BY SIZE
                  WS-VAL-NOM DELIMITED BY SIZE
               INTO WS-MSG-OBJET.
           MOVE WS-NOM-LETTRE TO WS-MSG-REFERENCE.
           CALL "MessageSortant" USING WS-MSG-DESTINATAIRE
                                       WS-MSG-CANAL WS-MSG-OBJET
                                       WS-MSG-REFERENCE WS-MSG-SOURCE
                                       WS-MSG-RESULTAT.
           IF WS-MSG-RESULTAT = "E"
               DISPLAY "  (messages.txt inaccessible : lettre a "
                       "poster sans suivi)"
           END-IF.

      *    Bloc destinataire en haut a droite de la lettre : le
      *    parent lie a l'eleve qui recoit le courrier, contact
      *    principal en tete (rien si aucun parent n'est joignable)
       ECRIRE-DESTINATAIRE.
           MOVE "N" TO WS-ADR-TROUVE.
           IF WS-ELV-NOM(WS-IDX-ELV)(1:5) IS NUMERIC
               MOVE WS-ELV-NOM(WS-IDX-ELV)(1:5) TO WS-REF-NUMERO
               CALL "AdresseParent" USING WS-REF-NUMERO WS-ADR-BLOC
                                          WS-ADR-TROUVE
           END-IF.
           IF WS-ADR-TROUVE = "O"
               PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                       UNTIL WS-IDX-ADR > 3
                   MOVE SPACES TO F-LIGNE-LETTRE
                   MOVE WS-ADR-LIGNE(WS-IDX-ADR)
                       TO F-LIGNE-LETTRE(41:40)
                   WRITE F-LIGNE-LETTRE
               END-PERFORM
               MOVE SPACES TO F-LIGNE-LETTRE
               WRITE F-LIGNE-LETTRE
           END-IF.

      *    La ligne du jeton <CONSEIL> devient une phrase par
      *    decision du conseil pour l'eleve, suivie du commentaire du
      *    professeur principal ; sans decision la ligne disparait
       ECRIRE-PARAGRAPHE-CONSEIL.
           IF WS-NOM-DECISIONS = SPACES
               GO TO ECRIRE-PARAGRAPHE-CONSEIL-FIN
           END-IF.
           OPEN INPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS NOT = "00"
               GO TO ECRIRE-PARAGRAPHE-CONSEIL-FIN
           END-IF.
           PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
               READ DECISIONS-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-DCO-ELEVE = WS-ELV-NOM(WS-IDX-ELV)
                           PERFORM ECRIRE-PHRASE-CONSEIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISIONS-FICHIER.
       ECRIRE-PARAGRAPHE-CONSEIL-FIN.
           EXIT.

       ECRIRE-PHRASE-CONSEIL.
           MOVE F-DCO-CODE TO WS-AVI-CODE.
           CALL "AvisConseil" USING WS-AVI-CODE WS-AVI-LIBELLE
                                    WS-AVI-CATEGORIE WS-AVI-TROUVE.
           IF WS-AVI-TROUVE = "N"
               MOVE F-DCO-CODE TO WS-AVI-LIBELLE
           END-IF.
           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Le conseil de classe a prononce : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVI-LIBELLE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.
           IF F-DCO-COMMENTAIRE NOT = SPACES
               MOVE F-DCO-COMMENTAIRE TO F-LIGNE-LETTRE
               WRITE F-LIGNE-LETTRE
           END-IF.

      *    Tendance de l'eleve : comparaison de ses deux dernieres
      *    photos type E de reussite-histo.txt
       CALCULER-TENDANCE.
