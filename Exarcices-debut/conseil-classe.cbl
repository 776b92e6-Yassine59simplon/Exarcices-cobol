      * Les numeros d'eleves sont resolus en noms via EleveRef ; la
      * grille porte au plus 8 matieres (les suivantes sont
      * ignorees avec un avertissement).
      * Les marques d'absence ouvertes (rattrapage attendu, F-ABSENT-V)
      * ne comptent pas dans les moyennes.
      * En fin d'edition, la seance du conseil saisit pour une classe
      * les decisions de chaque eleve (code du referentiel
      * codes-conseil.txt via AvisConseil, commentaire du professeur
      * principal) dans decisions-conseil-AAAATn.txt, repris par
      * BULLETIN, BILAN-ANNEE et LETTRES-PAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSEIL-STATUS.

      *    Decisions du conseil du trimestre saisi en seance
      *    (decisions-conseil-2026T1.txt par exemple)
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

       FD  CONSEIL-FICHIER.
       01  LIGNE-CONSEIL             PIC X(90).

       FD  DECISIONS-FICHIER.
           COPY "DecisionConseil.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-CONSEIL-STATUS          PIC XX.
       01 WS-DECISIONS-STATUS        PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Referentiel des matieres (coefficients)

       01 WS-NB-NOTES-LUES           PIC 9(04) VALUE 0.

      *    Seance du conseil : decisions du trimestre saisi, chargees
      *    en table puis reecrites apres la saisie
       01 WS-REPONSE                 PIC X.
       01 WS-TERME-SAISI             PIC X(06).
       01 WS-NOM-DECISIONS           PIC X(30).
       01 WS-CLASSE-SAISIE           PIC X(03).
       01 WS-TABLE-DCO.
           05 WS-DCO OCCURS 300 TIMES.
              10 WS-DCO-ELEVE        PIC X(10).
              10 WS-DCO-CLASSE       PIC X(03).
              10 WS-DCO-CODE         PIC X(03).
              10 WS-DCO-COMMENTAIRE  PIC X(60).
       01 WS-NB-DCO                  PIC 9(03) VALUE 0.
       01 WS-IDX-DCO                 PIC 9(03) VALUE 1.
       01 WS-IDX-DCO-TROUVE          PIC 9(03) VALUE 0.
       01 WS-CODE-SAISI              PIC X(03).
       01 WS-COMMENTAIRE-SAISI       PIC X(60).
       01 WS-ELEVE-FINI              PIC X.
       01 WS-SEANCE-FINIE            PIC X.
       01 WS-MODIFIE                 PIC X VALUE "N".

      *    Libelle et categorie d'un code de decision, via le
      *    sous-programme partage AvisConseil (codes-conseil.txt)
       01 WS-AVI-CODE                PIC X(03).
       01 WS-AVI-LIBELLE             PIC X(30).
       01 WS-AVI-CATEGORIE           PIC X.
       01 WS-AVI-TROUVE              PIC X.

      *    Nom passe au sous-programme Generation, qui garde la
      *    generation precedente du fichier avant sa reecriture
       01 WS-GEN-FICHIER             PIC X(30).

      *    Date systeme et compteurs de pagination
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-DATE-AFF.
       DISPLAY "Classes editees : " WS-NB-CLS
               " (voir conseil.txt)".

       DISPLAY "Saisir les decisions du conseil ? (O/N) : ".
       ACCEPT WS-REPONSE.
       MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
       IF WS-REPONSE = "O"
           PERFORM SEANCE-CONSEIL THRU SEANCE-CONSEIL-FIN
       END-IF.

       GOBACK.

      *    Charge matieres.txt (coefficient 1 pour une matiere
           MOVE 0 TO WS-NB-COL.
           MOVE 0 TO WS-NB-ELV.
           MOVE "N" TO WS-COL-PLEINES.
           PERFORM CUMULER-CLASSE
               THRU CUMULER-CLASSE-FIN.
           PERFORM CALCULER-MOYENNES.
           PERFORM CALCULER-RANGS.
           PERFORM ECRIRE-GRILLE.
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-CLASSE-V = WS-CLASSE-COURANTE
                          AND F-ABSENT-V NOT = "A"
                           PERFORM CUMULER-NOTE
                               THRU CUMULER-NOTE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           END-PERFORM
           MOVE WS-LIGNE-CONSEIL TO LIGNE-CONSEIL
           WRITE LIGNE-CONSEIL.

      *    Seance du conseil : pour chaque eleve de la classe choisie,
      *    dans l'ordre de la grille, affichage de sa moyenne, de son
      *    rang et de ses decisions deja saisies, puis saisie des
      *    decisions (code du referentiel et commentaire du
      *    professeur principal) ; le fichier du trimestre est
      *    reecrit en fin de seance
       SEANCE-CONSEIL.
           DISPLAY "Trimestre (AAAAT1, AAAAT2 ou AAAAT3) : ".
           ACCEPT WS-TERME-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-TERME-SAISI) TO WS-TERME-SAISI.
           IF WS-TERME-SAISI(1:4) IS NOT NUMERIC
              OR WS-TERME-SAISI(5:1) NOT = "T"
              OR WS-TERME-SAISI(6:1) < "1"
              OR WS-TERME-SAISI(6:1) > "3"
               DISPLAY "Trimestre invalide."
               GO TO SEANCE-CONSEIL-FIN
           END-IF.
           MOVE SPACES TO WS-NOM-DECISIONS.
           STRING "decisions-conseil-" DELIMITED BY SIZE
                  WS-TERME-SAISI DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-DECISIONS.
           PERFORM CHARGER-DECISIONS.

           DISPLAY "Classe : ".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-SAISIE)
               TO WS-CLASSE-SAISIE.
           MOVE "N" TO WS-CLS-TROUVEE.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               IF WS-CLS(WS-IDX-CLS) = WS-CLASSE-SAISIE
                   MOVE "O" TO WS-CLS-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-CLS-TROUVEE = "N"
               DISPLAY "Classe absente de notes.txt."
               GO TO SEANCE-CONSEIL-FIN
           END-IF.

      *    La grille de la classe est recalculee pour la seance
           MOVE WS-CLASSE-SAISIE TO WS-CLASSE-COURANTE.
           MOVE 0 TO WS-NB-COL.
           MOVE 0 TO WS-NB-ELV.
           PERFORM CUMULER-CLASSE THRU CUMULER-CLASSE-FIN.
           PERFORM CALCULER-MOYENNES.
           PERFORM CALCULER-RANGS.
           MOVE "N" TO WS-SEANCE-FINIE.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELV
                   OR WS-SEANCE-FINIE = "O"
               PERFORM SAISIR-DECISIONS-ELEVE
           END-PERFORM.

           IF WS-MODIFIE = "O"
               PERFORM ECRIRE-DECISIONS
           ELSE
               DISPLAY "Aucune decision modifiee."
           END-IF.
       SEANCE-CONSEIL-FIN.
           EXIT.

      *    Charge les decisions deja saisies pour le trimestre ;
      *    l'absence du fichier (premiere seance) n'est pas une erreur
       CHARGER-DECISIONS.
           MOVE 0 TO WS-NB-DCO.
           OPEN INPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS = "00"
               PERFORM UNTIL WS-DECISIONS-STATUS NOT = "00"
                   READ DECISIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DCO < 300
                               ADD 1 TO WS-NB-DCO
                               MOVE F-DECISION-CONSEIL
                                   TO WS-DCO(WS-NB-DCO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISIONS-FICHIER
           END-IF.

      *    Decisions de l'eleve WS-IDX-ELV de la grille
       SAISIR-DECISIONS-ELEVE.
           MOVE WS-ELV-NOM(WS-IDX-ELV) TO WS-NOM-AFFICHE.
           IF WS-ELV-NOM(WS-IDX-ELV)(1:5) IS NUMERIC
               MOVE WS-ELV-NOM(WS-IDX-ELV)(1:5) TO WS-REF-NUMERO
               CALL "EleveRef" USING WS-REF-NUMERO WS-REF-NOM
                                      WS-REF-CLASSE WS-REF-TROUVE
               IF WS-REF-TROUVE = "O"
                   MOVE WS-REF-NOM TO WS-NOM-AFFICHE
               END-IF
           END-IF.
           MOVE WS-ELV-MOY(WS-IDX-ELV) TO WS-MOYENNE-AFF.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WS-NOM-AFFICHE) "  moyenne "
                   WS-MOYENNE-AFF "  rang " WS-ELV-RANG(WS-IDX-ELV).
           PERFORM AFFICHER-DECISIONS-ELEVE.
           MOVE "N" TO WS-ELEVE-FINI.
           PERFORM UNTIL WS-ELEVE-FINI = "O"
               DISPLAY "Code decision (vide = eleve suivant, "
                       "? = liste, X = effacer, F = fin) : "
               ACCEPT WS-CODE-SAISI
               MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI)
                   TO WS-CODE-SAISI
               EVALUATE WS-CODE-SAISI
                   WHEN SPACES
                       MOVE "O" TO WS-ELEVE-FINI
                   WHEN "F"
                       MOVE "O" TO WS-ELEVE-FINI
                       MOVE "O" TO WS-SEANCE-FINIE
                   WHEN "?"
                       MOVE SPACES TO WS-AVI-CODE
                       CALL "AvisConseil" USING WS-AVI-CODE
                           WS-AVI-LIBELLE WS-AVI-CATEGORIE
                           WS-AVI-TROUVE
                   WHEN "X"
                       PERFORM EFFACER-DECISIONS-ELEVE
                   WHEN OTHER
                       PERFORM AJOUTER-DECISION THRU
                               AJOUTER-DECISION-FIN
               END-EVALUATE
           END-PERFORM.

       AFFICHER-DECISIONS-ELEVE.
           PERFORM VARYING WS-IDX-DCO FROM 1 BY 1
                   UNTIL WS-IDX-DCO > WS-NB-DCO
               IF WS-DCO-ELEVE(WS-IDX-DCO) = WS-ELV-NOM(WS-IDX-ELV)
                   MOVE WS-DCO-CODE(WS-IDX-DCO) TO WS-AVI-CODE
                   CALL "AvisConseil" USING WS-AVI-CODE
                       WS-AVI-LIBELLE WS-AVI-CATEGORIE WS-AVI-TROUVE
                   DISPLAY "  deja saisi : " WS-DCO-CODE(WS-IDX-DCO)
                           " " FUNCTION TRIM(WS-AVI-LIBELLE)
                   IF WS-DCO-COMMENTAIRE(WS-IDX-DCO) NOT = SPACES
                       DISPLAY "    "
                               WS-DCO-COMMENTAIRE(WS-IDX-DCO)
                   END-IF
               END-IF
           END-PERFORM.

      *    Enregistre la decision saisie ; un code deja donne a
      *    l'eleve ce trimestre voit seulement son commentaire
      *    remplace
       AJOUTER-DECISION.
           MOVE WS-CODE-SAISI TO WS-AVI-CODE.
           CALL "AvisConseil" USING WS-AVI-CODE WS-AVI-LIBELLE
                                    WS-AVI-CATEGORIE WS-AVI-TROUVE.
           IF WS-AVI-TROUVE = "N"
               DISPLAY "Code inconnu de codes-conseil.txt "
                       "(? pour la liste)"
               GO TO AJOUTER-DECISION-FIN
           END-IF.
           MOVE 0 TO WS-IDX-DCO-TROUVE.
           PERFORM VARYING WS-IDX-DCO FROM 1 BY 1
                   UNTIL WS-IDX-DCO > WS-NB-DCO
                   OR WS-IDX-DCO-TROUVE NOT = 0
               IF WS-DCO-ELEVE(WS-IDX-DCO) = WS-ELV-NOM(WS-IDX-ELV)
                  AND WS-DCO-CODE(WS-IDX-DCO) = WS-CODE-SAISI
                   MOVE WS-IDX-DCO TO WS-IDX-DCO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-DCO-TROUVE = 0
               IF WS-NB-DCO = 300
                   DISPLAY "Table des decisions pleine (300)."
                   GO TO AJOUTER-DECISION-FIN
               END-IF
               ADD 1 TO WS-NB-DCO
               MOVE WS-NB-DCO TO WS-IDX-DCO-TROUVE
               MOVE WS-ELV-NOM(WS-IDX-ELV)
                   TO WS-DCO-ELEVE(WS-IDX-DCO-TROUVE)
               MOVE WS-CLASSE-COURANTE
                   TO WS-DCO-CLASSE(WS-IDX-DCO-TROUVE)
               MOVE WS-CODE-SAISI TO WS-DCO-CODE(WS-IDX-DCO-TROUVE)
           END-IF.
           DISPLAY FUNCTION TRIM(WS-AVI-LIBELLE)
                   " - commentaire du professeur principal : ".
           ACCEPT WS-COMMENTAIRE-SAISI.
           MOVE WS-COMMENTAIRE-SAISI
               TO WS-DCO-COMMENTAIRE(WS-IDX-DCO-TROUVE).
           MOVE "O" TO WS-MODIFIE.
       AJOUTER-DECISION-FIN.
           EXIT.

      *    Retire toutes les decisions de l'eleve pour le trimestre
       EFFACER-DECISIONS-ELEVE.
           MOVE 1 TO WS-IDX-DCO.
           PERFORM UNTIL WS-IDX-DCO > WS-NB-DCO
               IF WS-DCO-ELEVE(WS-IDX-DCO) = WS-ELV-NOM(WS-IDX-ELV)
                   PERFORM VARYING WS-IDX-DCO-TROUVE FROM WS-IDX-DCO
                           BY 1 UNTIL WS-IDX-DCO-TROUVE >= WS-NB-DCO
                       MOVE WS-DCO(WS-IDX-DCO-TROUVE + 1)
                           TO WS-DCO(WS-IDX-DCO-TROUVE)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NB-DCO
                   MOVE "O" TO WS-MODIFIE
               ELSE
                   ADD 1 TO WS-IDX-DCO
               END-IF
           END-PERFORM.
           DISPLAY "Decisions de l'eleve effacees pour ce trimestre.".

      *    Reecrit le fichier du trimestre apres sauvegarde de la
      *    generation precedente
       ECRIRE-DECISIONS.
           MOVE WS-NOM-DECISIONS TO WS-GEN-FICHIER.
           CALL "Generation" USING WS-GEN-FICHIER.
           OPEN OUTPUT DECISIONS-FICHIER.
           IF WS-DECISIONS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                       FUNCTION TRIM(WS-NOM-DECISIONS)
           ELSE
               PERFORM VARYING WS-IDX-DCO FROM 1 BY 1
                       UNTIL WS-IDX-DCO > WS-NB-DCO
                   MOVE WS-DCO(WS-IDX-DCO) TO F-DECISION-CONSEIL
                   WRITE F-DECISION-CONSEIL
               END-PERFORM
               CLOSE DECISIONS-FICHIER
               DISPLAY "Decisions enregistrees dans "
                       FUNCTION TRIM(WS-NOM-DECISIONS) " : "
                       WS-NB-DCO
           END-IF.
