      * les lignes propres a notes.txt au decoupage F-NOTE, et range
      * les lignes refusees dans feuille-erreurs.txt avec le motif,
      * sans perdre le reste de la feuille.
      * Un eleve de la classe absent le jour du controle (absences.txt)
      * et sans note sur la feuille - ligne absente ou note a blanc -
      * recoit une marque d'absence (F-ABSENT-V a A) ; la liste des
      * rattrapages (RATTRAPAGES) est alors mise a jour.
      * Une feuille rechargee ne double plus les notes deja
      * enregistrees pour la meme matiere et la meme date : une note
      * identique est ignoree, une note differente (ou une marque
      * d'absence) est remplacee apres saisie du motif et journalisee
      * dans notes-audit.txt (AuditNote) ; une feuille d'un trimestre
      * clos (TrimClos) ne modifie rien sans superviseur.
      * Une absence saisie pour un seul cours (duree C) ne vaut absence
      * au controle que si le cours est de la matiere de la feuille.
      * La feuille est normalement pre-remplie par PREP-FEUILLE : une
      * entete absente du registre feuilles-emises.txt est refusee, et
      * les eleves de la classe sans ligne sur la feuille sont signales
      * dans feuille-erreurs.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERREURS-STATUS.

      *    Absences saisies par SAISIE-ABS : un eleve de la classe
      *    absent le jour du controle recoit une marque d'absence
      *    au lieu d'une note
           SELECT ABSENCES-FICHIER ASSIGN TO "absences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

      *    Generation precedente de notes.txt (Generation), relue
      *    pour reecrire le carnet quand une feuille rechargee
      *    modifie des notes deja enregistrees
           SELECT PREC-FICHIER ASSIGN TO "notes.txt.prec"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREC-STATUS.

      *    Registre des feuilles emises par PREP-FEUILLE : une feuille
      *    dont l'entete n'y figure pas est refusee
           SELECT EMISES-FICHIER ASSIGN TO "feuilles-emises.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMISES-STATUS.

      *    Referentiel des eleves, relu pour signaler les eleves de
      *    la classe absents de la feuille
           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    La premiere ligne est l'entete de la feuille, les
       01  F-LIGNE-FEUILLE REDEFINES F-ENTETE-FEUILLE.
           05 F-LGN-ELEVE            PIC X(10).
           05 F-LGN-NOTE             PIC 99.
      *    Nom de l'eleve imprime par PREP-FEUILLE, ignore au
      *    chargement
           05 F-LGN-NOM              PIC X(30).

      *    Meme decoupage que F-NOTE dans ex-note.cbl
       FD  NOTES-FICHIER.
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
           05 F-ABSENT-V             PIC X.

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       FD  ERREURS-FICHIER.
       01  F-LIGNE-ERREUR            PIC X(80).

      *    Meme decoupage que F-ABSENCE dans saisie-absences.cbl
       FD  ABSENCES-FICHIER.
       01  F-ABSENCE.
           05 F-ABS-ELEVE            PIC X(10).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

       FD  PREC-FICHIER.
       01  F-NOTE-PREC               PIC X(35).

       FD  EMISES-FICHIER.
           COPY "FeuilleEmise.cpy".

      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO           PIC 9(05).
           05 F-REF-NOM              PIC X(30).
           05 F-REF-CLASSE           PIC X(03).
           05 F-REF-ENTREE           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FEUILLE-STATUS          PIC XX.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-ERREURS-STATUS          PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-PREC-STATUS             PIC XX.
       01 WS-EMISES-STATUS           PIC XX.
       01 WS-REF-STATUS              PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Verrou de modification pose par le sous-programme partage
       01 WS-NB-REJETEES             PIC 9(04) VALUE 0.
       01 WS-LIGNE-ERREUR            PIC X(80).

      *    Eleves de la classe absents le jour du controle
      *    (absences.txt) ; ceux qui n'ont pas de note sur la
      *    feuille recoivent une marque d'absence dans notes.txt
       01 WS-DATE-CONTROLE           PIC 9(08).
       01 WS-TABLE-ABJ.
           05 WS-ABJ OCCURS 100 TIMES.
              10 WS-ABJ-ELEVE        PIC X(10).
              10 WS-ABJ-NOTEE        PIC X.
       01 WS-NB-ABJ                  PIC 9(03) VALUE 0.
       01 WS-IDX-ABJ                 PIC 9(03) VALUE 1.
       01 WS-IDX-ABJ-TROUVE          PIC 9(03) VALUE 0.
       01 WS-ABJ-CLE                 PIC X(10).
       01 WS-NB-MARQUES              PIC 9(04) VALUE 0.

      *    Entete de la feuille retrouvee au registre des feuilles
      *    emises (registre absent : feuilles saisies a la main,
      *    admises comme avant)
       01 WS-EMISE-TROUVEE           PIC X.

      *    Eleves portes sur la feuille (lignes a note ou non) ; les
      *    eleves de la classe qui n'y figurent pas sont signales
       01 WS-TABLE-VUS.
           05 WS-VUS OCCURS 100 TIMES PIC X(05).
       01 WS-NB-VUS                  PIC 9(03) VALUE 0.
       01 WS-IDX-VUS                 PIC 9(03) VALUE 1.
       01 WS-VUS-TROUVE              PIC X.
       01 WS-NB-MANQUANTS            PIC 9(04) VALUE 0.

      *    Notes deja enregistrees dans notes.txt pour la matiere et
      *    la date de la feuille : une feuille rechargee ne les
      *    double plus ; une note identique est ignoree, une note
      *    differente la remplace (etat M) apres controle du
      *    trimestre et saisie du motif, journalise dans
      *    notes-audit.txt (AuditNote)
       01 WS-TABLE-EXI.
           05 WS-EXI OCCURS 100 TIMES.
              10 WS-EXI-ELEVE        PIC X(10).
              10 WS-EXI-CLASSE       PIC X(03).
              10 WS-EXI-NOTE         PIC 99.
              10 WS-EXI-ABSENT       PIC X.
              10 WS-EXI-NOUVELLE     PIC 99.
              10 WS-EXI-ETAT         PIC X.
       01 WS-NB-EXI                  PIC 9(03) VALUE 0.
       01 WS-IDX-EXI                 PIC 9(03) VALUE 1.
       01 WS-IDX-EXI-TROUVE          PIC 9(03) VALUE 0.
       01 WS-EXI-CLE                 PIC X(10).
       01 WS-DATE-LUE                PIC 9(08).
       01 WS-NB-DEJA                 PIC 9(04) VALUE 0.
       01 WS-NB-MODIFIEES            PIC 9(04) VALUE 0.
       01 WS-GEN-FICHIER             PIC X(30).

      *    Journal des modifications (sous-programme AuditNote)
       01 WS-MOTIF                   PIC X(30) VALUE SPACES.
       01 WS-AUD-PROGRAMME           PIC X(10) VALUE "CHARGE-NOT".
       01 WS-AUD-ACTION              PIC X     VALUE "M".
       01 WS-AUD-ANCIENNE            PIC X(03).
       01 WS-AUD-NOUVELLE            PIC X(03).

      *    Une feuille datee d'un trimestre clos par CLOTURE-TRIM
      *    (sous-programme TrimClos) ne modifie des notes que sous
      *    un superviseur ; la decision est prise une fois par
      *    feuille (blanc = pas encore demandee)
       01 WS-TCL-LIBELLE             PIC X(06).
       01 WS-TCL-CLOS                PIC X.
       01 WS-MODIF-PERMISE           PIC X     VALUE SPACE.
       01 WS-MOTIF-REFUS             PIC X(40).
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ACCES-OK                PIC X     VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "CHARGE-NOT".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.

       PROCEDURE DIVISION.
       PERFORM CHARGER-MATIERES.

           IF WS-ERREURS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire feuille-erreurs.txt"
           END-IF
      *    L'entete est validee avant l'ouverture en ajout, pour
      *    relever les notes deja enregistrees de la meme feuille
           READ FEUILLE-FICHIER
               AT END
                   MOVE "F" TO WS-FIN
               NOT AT END
                   ADD 1 TO WS-NUM-LIGNE
                   PERFORM VALIDER-ENTETE
           END-READ
           OPEN EXTEND NOTES-FICHIER
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FICHIER
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NUM-LIGNE
                           PERFORM TRAITER-LIGNE-FEUILLE
                   END-READ
               END-PERFORM
               CLOSE FEUILLE-FICHIER
               IF WS-ENTETE-VALIDE = "O"
                   PERFORM POSER-MARQUES-ABSENCE
                   PERFORM SIGNALER-MANQUANTS
               END-IF
               CLOSE NOTES-FICHIER
               IF WS-NB-MODIFIEES > 0
                   PERFORM REPORTER-MODIFICATIONS
               END-IF

               DISPLAY " "
               DISPLAY "Lignes lues     : " WS-NUM-LIGNE
               DISPLAY "Notes chargees  : " WS-NB-CHARGEES
               DISPLAY "Notes modifiees : " WS-NB-MODIFIEES
                       " (voir notes-audit.txt)"
               DISPLAY "Deja chargees   : " WS-NB-DEJA
               DISPLAY "Lignes rejetees : " WS-NB-REJETEES
                       " (voir feuille-erreurs.txt)"
               DISPLAY "Absents marques : " WS-NB-MARQUES
               DISPLAY "Eleves manquants: " WS-NB-MANQUANTS
                       " (voir feuille-erreurs.txt)"
               IF WS-NB-MARQUES > 0
                   CALL "RATTRAPAGES"
               END-IF
           END-IF
           IF WS-ERREURS-STATUS = "00"
               CLOSE ERREURS-FICHIER
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM CONTROLER-EMISSION
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               MOVE F-ENT-CLASSE TO WS-CLASSE
               MOVE "O" TO WS-ENTETE-VALIDE
               PERFORM CHARGER-ABSENTS
               PERFORM CHARGER-EXISTANTES
           ELSE
               PERFORM ECRIRE-ERREUR
               DISPLAY "** Entete de feuille refusee ("
      *    quand elle est propre
       TRAITER-LIGNE-FEUILLE.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF F-LGN-ELEVE NOT = SPACES AND WS-NB-VUS < 100
               ADD 1 TO WS-NB-VUS
               MOVE F-LGN-ELEVE(1:5) TO WS-VUS(WS-NB-VUS)
           END-IF.
           IF WS-ENTETE-VALIDE = "N"
               MOVE "entete de feuille refusee" TO WS-MOTIF-REJET
           ELSE
               MOVE "eleve a blanc" TO WS-MOTIF-REJET
            ELSE
             IF F-LGN-NOTE IS NOT NUMERIC
                MOVE F-LGN-ELEVE TO WS-ABJ-CLE
                PERFORM TROUVER-ABSENT
                IF F-LGN-NOTE NOT = SPACES
                   OR WS-IDX-ABJ-TROUVE = 0
                    MOVE "note non numerique" TO WS-MOTIF-REJET
                END-IF
             ELSE
              IF F-LGN-NOTE > 20
                 MOVE "note hors de la plage 0-20"
           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM ECRIRE-ERREUR
           ELSE
      *        Note a blanc d'un eleve absent ce jour-la : la marque
      *        d'absence est posee en fin de feuille
            IF F-LGN-NOTE IS NUMERIC
               MOVE F-LGN-ELEVE TO WS-ABJ-CLE
               PERFORM TROUVER-ABSENT
               IF WS-IDX-ABJ-TROUVE NOT = 0
                   MOVE "O" TO WS-ABJ-NOTEE(WS-IDX-ABJ-TROUVE)
               END-IF
               MOVE F-LGN-ELEVE TO WS-EXI-CLE
               PERFORM TROUVER-EXISTANTE
               IF WS-IDX-EXI-TROUVE NOT = 0
                   PERFORM REPRENDRE-EXISTANTE
                      THRU REPRENDRE-EXISTANTE-FIN
               ELSE
                   MOVE F-LGN-ELEVE TO F-ELEVE-V
                   MOVE WS-MATIERE  TO F-MATIERE-V
                   MOVE F-LGN-NOTE  TO F-NOTE-V
                   MOVE WS-JOUR     TO F-JOUR-V
                   MOVE WS-MOIS     TO F-MOIS-V
                   MOVE WS-ANNEE    TO F-ANNEE-V
                   MOVE WS-CLASSE   TO F-CLASSE-V
                   MOVE WS-TYPE     TO F-TYPE-V
                   MOVE SPACE       TO F-ABSENT-V
                   WRITE F-NOTE
                   ADD 1 TO WS-NB-CHARGEES
               END-IF
            END-IF
           END-IF.

      *    L'entete doit etre celle d'une feuille emise par
      *    PREP-FEUILLE (feuilles-emises.txt) ; sans registre, les
      *    feuilles saisies a la main restent admises
       CONTROLER-EMISSION.
           MOVE "N" TO WS-EMISE-TROUVEE.
           OPEN INPUT EMISES-FICHIER.
           IF WS-EMISES-STATUS = "00"
               PERFORM UNTIL WS-EMISES-STATUS NOT = "00"
                   READ EMISES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-EMI-MATIERE = WS-MATIERE
                              AND F-EMI-JOUR = WS-JOUR
                              AND F-EMI-MOIS = WS-MOIS
                              AND F-EMI-ANNEE = WS-ANNEE
                              AND F-EMI-CLASSE = F-ENT-CLASSE
                              AND F-EMI-TYPE = WS-TYPE
                               MOVE "O" TO WS-EMISE-TROUVEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMISES-FICHIER
               IF WS-EMISE-TROUVEE = "N"
                   MOVE "entete non emise (voir PREP-FEUILLE)"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.

      *    Signale dans feuille-erreurs.txt chaque eleve de la classe
      *    (eleves-ref.txt) sans ligne sur la feuille rendue ; un
      *    absent du jour recoit de plus sa marque d'absence
       SIGNALER-MANQUANTS.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-REF-CLASSE = WS-CLASSE
                               PERFORM CONTROLER-PRESENCE-FEUILLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

       CONTROLER-PRESENCE-FEUILLE.
           MOVE "N" TO WS-VUS-TROUVE.
           PERFORM VARYING WS-IDX-VUS FROM 1 BY 1
                   UNTIL WS-IDX-VUS > WS-NB-VUS
                   OR WS-VUS-TROUVE = "O"
               IF WS-VUS(WS-IDX-VUS) = F-REF-NUMERO
                   MOVE "O" TO WS-VUS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-VUS-TROUVE = "N"
               ADD 1 TO WS-NB-MANQUANTS
               MOVE SPACES TO WS-ABJ-CLE
               MOVE F-REF-NUMERO TO WS-ABJ-CLE(1:5)
               PERFORM TROUVER-ABSENT
               MOVE SPACES TO WS-LIGNE-ERREUR
               IF WS-IDX-ABJ-TROUVE NOT = 0
                   STRING "eleve manquant : " DELIMITED BY SIZE
                          F-REF-NUMERO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-REF-NOM) DELIMITED BY SIZE
                          " (absent ce jour)" DELIMITED BY SIZE
                       INTO WS-LIGNE-ERREUR
               ELSE
                   STRING "eleve manquant : " DELIMITED BY SIZE
                          F-REF-NUMERO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-REF-NOM) DELIMITED BY SIZE
                       INTO WS-LIGNE-ERREUR
               END-IF
               DISPLAY WS-LIGNE-ERREUR
               IF WS-ERREURS-STATUS = "00"
                   MOVE WS-LIGNE-ERREUR TO F-LIGNE-ERREUR
                   WRITE F-LIGNE-ERREUR
               END-IF
           END-IF.

      *    Releve dans absences.txt les eleves de la classe de la
      *    feuille absents le jour du controle (classe resolue via
      *    EleveRef) ; l'absence du fichier n'est pas une erreur
       CHARGER-ABSENTS.
           MOVE 0 TO WS-NB-ABJ.
           COMPUTE WS-DATE-CONTROLE = WS-ANNEE * 10000
                   + WS-MOIS * 100 + WS-JOUR.
           OPEN INPUT ABSENCES-FICHIER.
           IF WS-ABSENCES-STATUS = "00"
               PERFORM UNTIL WS-ABSENCES-STATUS NOT = "00"
                   READ ABSENCES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-ABS-DATE = WS-DATE-CONTROLE
                              AND F-ABS-ELEVE(1:5) IS NUMERIC
                              AND (F-ABS-DUREE NOT = "C"
                                   OR F-ABS-MATIERE = WS-MATIERE)
                               PERFORM RETENIR-ABSENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCES-FICHIER
           END-IF.

      *    Retient l'absent lu s'il est de la classe de la feuille
      *    (une journee et une demi-journee comptent pareil : le
      *    controle a pu avoir lieu dans l'une ou l'autre ; une
      *    absence a un cours ne compte que pour la matiere du
      *    cours)
       RETENIR-ABSENT.
           MOVE F-ABS-ELEVE(1:5) TO WS-REF-NUMERO.
           CALL "EleveRef" USING WS-REF-NUMERO WS-REF-NOM
                                  WS-REF-CLASSE WS-REF-TROUVE.
           IF WS-REF-TROUVE = "O"
              AND WS-REF-CLASSE = WS-CLASSE
               MOVE SPACES TO WS-ABJ-CLE
               MOVE F-ABS-ELEVE(1:5) TO WS-ABJ-CLE(1:5)
               PERFORM TROUVER-ABSENT
               IF WS-IDX-ABJ-TROUVE = 0 AND WS-NB-ABJ < 100
                   ADD 1 TO WS-NB-ABJ
                   MOVE WS-ABJ-CLE TO WS-ABJ-ELEVE(WS-NB-ABJ)
                   MOVE "N" TO WS-ABJ-NOTEE(WS-NB-ABJ)
               END-IF
           END-IF.

      *    Cherche l'eleve WS-ABJ-CLE parmi les absents du jour
      *    (resultat dans WS-IDX-ABJ-TROUVE, 0 si absent)
       TROUVER-ABSENT.
           MOVE 0 TO WS-IDX-ABJ-TROUVE.
           PERFORM VARYING WS-IDX-ABJ FROM 1 BY 1
                   UNTIL WS-IDX-ABJ > WS-NB-ABJ
                   OR WS-IDX-ABJ-TROUVE NOT = 0
               IF WS-ABJ-ELEVE(WS-IDX-ABJ) = WS-ABJ-CLE
                   MOVE WS-IDX-ABJ TO WS-IDX-ABJ-TROUVE
               END-IF
           END-PERFORM.

      *    Ecrit une marque d'absence (note 00, F-ABSENT-V a A) pour
      *    chaque absent du jour reste sans note sur la feuille ;
      *    RATTRAPAGES en tire la liste des rattrapages a organiser
       POSER-MARQUES-ABSENCE.
           PERFORM VARYING WS-IDX-ABJ FROM 1 BY 1
                   UNTIL WS-IDX-ABJ > WS-NB-ABJ
               MOVE WS-ABJ-ELEVE(WS-IDX-ABJ) TO WS-EXI-CLE
               PERFORM TROUVER-EXISTANTE
               IF WS-ABJ-NOTEE(WS-IDX-ABJ) = "N"
                  AND WS-IDX-EXI-TROUVE = 0
                   MOVE WS-ABJ-ELEVE(WS-IDX-ABJ) TO F-ELEVE-V
                   MOVE WS-MATIERE  TO F-MATIERE-V
                   MOVE 0           TO F-NOTE-V
                   MOVE WS-JOUR     TO F-JOUR-V
                   MOVE WS-MOIS     TO F-MOIS-V
                   MOVE WS-ANNEE    TO F-ANNEE-V
                   MOVE WS-CLASSE   TO F-CLASSE-V
                   MOVE WS-TYPE     TO F-TYPE-V
                   MOVE "A"         TO F-ABSENT-V
                   WRITE F-NOTE
                   ADD 1 TO WS-NB-MARQUES
               END-IF
           END-PERFORM.

      *    Releve dans notes.txt les notes deja enregistrees pour la
      *    matiere et la date de la feuille (premiere ligne de
      *    chaque eleve) ; un carnet absent n'est pas une erreur
       CHARGER-EXISTANTES.
           MOVE 0 TO WS-NB-EXI.
           OPEN INPUT NOTES-FICHIER.
           IF WS-NOTES-STATUS = "00"
               PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
                   READ NOTES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           COMPUTE WS-DATE-LUE = F-ANNEE-V * 10000
                                   + F-MOIS-V * 100 + F-JOUR-V
                           IF F-MATIERE-V = WS-MATIERE
                              AND WS-DATE-LUE = WS-DATE-CONTROLE
                               PERFORM RETENIR-EXISTANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FICHIER
           END-IF.

      *    Retient la note lue, sauf si l'eleve est deja releve
       RETENIR-EXISTANTE.
           MOVE F-ELEVE-V TO WS-EXI-CLE.
           PERFORM TROUVER-EXISTANTE.
           IF WS-IDX-EXI-TROUVE = 0 AND WS-NB-EXI < 100
               ADD 1 TO WS-NB-EXI
               MOVE F-ELEVE-V   TO WS-EXI-ELEVE(WS-NB-EXI)
               MOVE F-CLASSE-V  TO WS-EXI-CLASSE(WS-NB-EXI)
               MOVE F-NOTE-V    TO WS-EXI-NOTE(WS-NB-EXI)
               MOVE F-ABSENT-V  TO WS-EXI-ABSENT(WS-NB-EXI)
               MOVE 0           TO WS-EXI-NOUVELLE(WS-NB-EXI)
               MOVE SPACE       TO WS-EXI-ETAT(WS-NB-EXI)
           END-IF.

      *    Cherche l'eleve WS-EXI-CLE parmi les notes deja
      *    enregistrees (resultat dans WS-IDX-EXI-TROUVE, 0 sinon)
       TROUVER-EXISTANTE.
           MOVE 0 TO WS-IDX-EXI-TROUVE.
           PERFORM VARYING WS-IDX-EXI FROM 1 BY 1
                   UNTIL WS-IDX-EXI > WS-NB-EXI
                   OR WS-IDX-EXI-TROUVE NOT = 0
               IF WS-EXI-ELEVE(WS-IDX-EXI) = WS-EXI-CLE
                   MOVE WS-IDX-EXI TO WS-IDX-EXI-TROUVE
               END-IF
           END-PERFORM.

      *    Ligne de feuille d'un eleve deja note ce jour-la : meme
      *    note, elle est ignoree ; note differente (ou marque
      *    d'absence remplacee), elle est journalisee puis reportee
      *    dans notes.txt en fin de feuille (REPORTER-MODIFICATIONS)
       REPRENDRE-EXISTANTE.
           IF WS-EXI-ABSENT(WS-IDX-EXI-TROUVE) NOT = "A"
              AND WS-EXI-ETAT(WS-IDX-EXI-TROUVE) = SPACE
              AND WS-EXI-NOTE(WS-IDX-EXI-TROUVE) = F-LGN-NOTE
               ADD 1 TO WS-NB-DEJA
               GO TO REPRENDRE-EXISTANTE-FIN
           END-IF.
           IF WS-EXI-ETAT(WS-IDX-EXI-TROUVE) = "M"
              AND WS-EXI-NOUVELLE(WS-IDX-EXI-TROUVE) = F-LGN-NOTE
               ADD 1 TO WS-NB-DEJA
               GO TO REPRENDRE-EXISTANTE-FIN
           END-IF.
           IF WS-MODIF-PERMISE = SPACE
               PERFORM AUTORISER-MODIFICATION
                  THRU AUTORISER-MODIFICATION-FIN
           END-IF.
           IF WS-MODIF-PERMISE NOT = "O"
               MOVE WS-MOTIF-REFUS TO WS-MOTIF-REJET
               PERFORM ECRIRE-ERREUR
               GO TO REPRENDRE-EXISTANTE-FIN
           END-IF.
           IF WS-MOTIF = SPACES
               DISPLAY "Feuille deja chargee : des notes enregistrees "
                       "vont changer."
               PERFORM UNTIL WS-MOTIF NOT = SPACES
                   DISPLAY "Motif de la modification : "
                   ACCEPT WS-MOTIF
               END-PERFORM
           END-IF.
           MOVE WS-EXI-NOTE(WS-IDX-EXI-TROUVE) TO WS-AUD-ANCIENNE.
           IF WS-EXI-ABSENT(WS-IDX-EXI-TROUVE) = "A"
               MOVE "ABS" TO WS-AUD-ANCIENNE
           END-IF.
           IF WS-EXI-ETAT(WS-IDX-EXI-TROUVE) = "M"
               MOVE WS-EXI-NOUVELLE(WS-IDX-EXI-TROUVE)
                   TO WS-AUD-ANCIENNE
           END-IF.
           MOVE F-LGN-NOTE TO WS-AUD-NOUVELLE.
           CALL "AuditNote" USING WS-AUD-PROGRAMME WS-AUD-ACTION
                                   WS-EXI-ELEVE(WS-IDX-EXI-TROUVE)
                                   WS-EXI-CLASSE(WS-IDX-EXI-TROUVE)
                                   WS-MATIERE WS-DATE-CONTROLE
                                   WS-AUD-ANCIENNE WS-AUD-NOUVELLE
                                   WS-MOTIF.
           MOVE F-LGN-NOTE TO WS-EXI-NOUVELLE(WS-IDX-EXI-TROUVE).
           MOVE "M" TO WS-EXI-ETAT(WS-IDX-EXI-TROUVE).
           ADD 1 TO WS-NB-MODIFIEES.
       REPRENDRE-EXISTANTE-FIN.
           EXIT.

      *    Controle avant de modifier des notes deja enregistrees :
      *    l'operateur doit etre identifie (Connexion) pour le
      *    journal, et une feuille d'un trimestre clos exige un
      *    superviseur ; rend WS-MODIF-PERMISE et le motif du refus
       AUTORISER-MODIFICATION.
           MOVE "N" TO WS-MODIF-PERMISE.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               MOVE "modification refusee (operateur inconnu)"
                   TO WS-MOTIF-REFUS
               GO TO AUTORISER-MODIFICATION-FIN
           END-IF.
           CALL "TrimClos" USING WS-DATE-CONTROLE WS-TCL-LIBELLE
                                  WS-TCL-CLOS.
           IF WS-TCL-CLOS = "O"
               DISPLAY "Feuille du trimestre clos "
                       FUNCTION TRIM(WS-TCL-LIBELLE)
               PERFORM CONTROLER-ROLE
               IF WS-ACCES-OK NOT = "O"
                   MOVE "modification refusee (trimestre clos)"
                       TO WS-MOTIF-REFUS
                   GO TO AUTORISER-MODIFICATION-FIN
               END-IF
           END-IF.
           MOVE "O" TO WS-MODIF-PERMISE.
       AUTORISER-MODIFICATION-FIN.
           EXIT.

      *    Les notes des trimestres clos exigent un superviseur ; un
      *    refus est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
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

      *    Reecrit notes.txt depuis sa generation precedente
      *    (Generation) en y portant les notes modifiees par la
      *    feuille ; sans generation relisible, le carnet n'est pas
      *    touche
       REPORTER-MODIFICATIONS.
           MOVE "notes.txt" TO WS-GEN-FICHIER.
           CALL "Generation" USING WS-GEN-FICHIER.
           OPEN INPUT PREC-FICHIER.
           IF WS-PREC-STATUS NOT = "00"
               DISPLAY "** notes.txt non reecrit (notes.txt.prec "
                       "illisible) : modifications non reportees **"
           ELSE
               OPEN OUTPUT NOTES-FICHIER
               PERFORM UNTIL WS-PREC-STATUS NOT = "00"
                   READ PREC-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE F-NOTE-PREC TO F-NOTE
                           PERFORM REPORTER-NOTE
                           WRITE F-NOTE
                   END-READ
               END-PERFORM
               CLOSE PREC-FICHIER
               CLOSE NOTES-FICHIER
           END-IF.

      *    Porte sur la ligne lue la nouvelle note de son eleve quand
      *    la feuille l'a modifiee
       REPORTER-NOTE.
           COMPUTE WS-DATE-LUE = F-ANNEE-V * 10000
                   + F-MOIS-V * 100 + F-JOUR-V.
           IF F-MATIERE-V = WS-MATIERE
              AND WS-DATE-LUE = WS-DATE-CONTROLE
               MOVE F-ELEVE-V TO WS-EXI-CLE
               PERFORM TROUVER-EXISTANTE
               IF WS-IDX-EXI-TROUVE NOT = 0
                   IF WS-EXI-ETAT(WS-IDX-EXI-TROUVE) = "M"
                       MOVE WS-EXI-NOUVELLE(WS-IDX-EXI-TROUVE)
                           TO F-NOTE-V
                       MOVE WS-TYPE TO F-TYPE-V
                       MOVE SPACE   TO F-ABSENT-V
                   END-IF
               END-IF
           END-IF.

      *    Ajoute la ligne refusee a feuille-erreurs.txt avec son
