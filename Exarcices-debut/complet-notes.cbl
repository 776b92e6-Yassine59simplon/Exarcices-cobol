       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLET-NOTES.
      * Controle de completude des notes du trimestre, avant la
      * cloture : pour chaque classe du referentiel eleves-ref.txt
      * et chaque matiere que la classe suit d'apres
      * affectations.txt (une affectation a classe blanche vaut pour
      * toutes), il releve dans notes.txt :
      *   - les matieres sans aucune evaluation de type E (examen) ;
      *   - les eleves de la classe sans aucune note dans la
      *     matiere ;
      *   - les eleves qui ont moins de notes que le minimum requis
      *     (cle NOTES-MINIMUM de parametres.txt, 2 par defaut).
      * Le rapport complet-notes.txt est regroupe par professeur
      * (sous-programme ProfMatiere) pour partir tel quel chez
      * chacun ; les libelles viennent de matieres.txt.
      * Code retour : 0 si tout est complet, 4 s'il manque des
      * notes, 8 si le rapport ne peut pas etre ecrit. CLOTURE-TRIM
      * l'appelle et refuse de clore tant qu'il n'est pas a 0, sauf
      * forcage par un superviseur.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Une marque d'absence ouverte n'est pas une note : l'eleve reste
      * a rattraper.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT AFFECTATIONS-FICHIER ASSIGN TO "affectations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFFECTATIONS-STATUS.

           SELECT MATIERES-FICHIER ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

           SELECT NOTES-FICHIER ASSIGN TO "notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "complet-notes.txt"
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

      *    Meme decoupage que F-AFFECTATION dans ProfMatiere.cbl
       FD  AFFECTATIONS-FICHIER.
       01  F-AFFECTATION.
           05 F-AFF-PROF             PIC X(03).
           05 F-AFF-MATIERE          PIC X(10).
           05 F-AFF-CLASSE           PIC X(03).

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
       01  F-MATIERE-REF.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

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
      *    A = absent au controle, rattrapage attendu : la note
      *    ne compte pas dans les moyennes
           05 F-ABSENT-V             PIC X.

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-REF-STATUS              PIC XX.
       01 WS-AFFECTATIONS-STATUS     PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Matieres : referentiel, completee des matieres affectees
      *    qui n'y figurent pas
       01 WS-TABLE-MTR.
           05 WS-MTR OCCURS 20 TIMES.
              10 WS-MTR-CODE         PIC X(10).
              10 WS-MTR-LIBELLE      PIC X(20).
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.
       01 WS-MTR-TROUVE              PIC 9(02) VALUE 0.
       01 WS-RECH-MATIERE            PIC X(10).

      *    Classes du referentiel ; WS-CLS-PRISE marque les matieres
      *    suivies par la classe, WS-CLS-NB-E compte ses examens
       01 WS-TABLE-CLS.
           05 WS-CLS OCCURS 20 TIMES.
              10 WS-CLS-CODE         PIC X(03).
              10 WS-CLS-PRISE OCCURS 20 TIMES PIC X.
              10 WS-CLS-NB-E OCCURS 20 TIMES PIC 9(03).
       01 WS-NB-CLS                  PIC 9(02) VALUE 0.
       01 WS-IDX-CLS                 PIC 9(02) VALUE 1.
       01 WS-CLS-TROUVE              PIC 9(02) VALUE 0.
       01 WS-RECH-CLASSE             PIC X(03).

      *    Eleves du referentiel et leur nombre de notes par matiere
       01 WS-TABLE-ELV.
           05 WS-ELV OCCURS 200 TIMES.
              10 WS-ELV-NUMERO       PIC 9(05).
              10 WS-ELV-NOM          PIC X(30).
              10 WS-ELV-CLS          PIC 9(02).
              10 WS-ELV-NB OCCURS 20 TIMES PIC 9(03).
       01 WS-NB-ELV                  PIC 9(03) VALUE 0.
       01 WS-IDX-ELV                 PIC 9(03) VALUE 1.
       01 WS-ELV-TROUVE              PIC 9(03) VALUE 0.

      *    Couples classe x matiere suivis, avec leur professeur
      *    (ProfMatiere) et leur nombre d'anomalies
       01 WS-TABLE-PAI.
           05 WS-PAI OCCURS 400 TIMES.
              10 WS-PAI-CLS          PIC 9(02).
              10 WS-PAI-MTR          PIC 9(02).
              10 WS-PAI-PROF         PIC X(20).
              10 WS-PAI-ANOMALIES    PIC 9(04).
              10 WS-PAI-EDITE        PIC X.
       01 WS-NB-PAI                  PIC 9(03) VALUE 0.
       01 WS-IDX-PAI                 PIC 9(03) VALUE 1.
       01 WS-IDX-PAI2                PIC 9(03) VALUE 1.
       01 WS-PROF-COURANT            PIC X(20).

      *    Appel de ProfMatiere
       01 WS-PM-MATIERE              PIC X(10).
       01 WS-PM-CLASSE               PIC X(03).
       01 WS-PM-NOM                  PIC X(20).
       01 WS-PM-TROUVE               PIC X.

       01 WS-MINIMUM                 PIC 9(02) VALUE 2.
       01 WS-NB-INCOMPLETS           PIC 9(04) VALUE 0.
       01 WS-NB-SANS-EXAMEN          PIC 9(04) VALUE 0.
       01 WS-NB-SANS-NOTE            PIC 9(04) VALUE 0.
       01 WS-NB-INSUFFISANTS         PIC 9(04) VALUE 0.
       01 WS-NB-HORS-REF             PIC 9(04) VALUE 0.
       01 WS-NB-AFF                  PIC ZZZ9.
       01 WS-NB-AFF2                 PIC Z9.
       01 WS-LIGNE-RAPPORT           PIC X(70).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "COMPLET-NOTE".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "complet-notes.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
      *    Remise a zero : CLOTURE-TRIM peut l'appeler de nouveau
      *    dans la meme session, une fois les notes completees
       MOVE 0 TO WS-NB-MTR WS-NB-CLS WS-NB-ELV WS-NB-PAI
                 WS-NB-INCOMPLETS WS-NB-SANS-EXAMEN WS-NB-SANS-NOTE
                 WS-NB-INSUFFISANTS WS-NB-HORS-REF.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       MOVE "NOTES-MINIMUM" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-MINIMUM = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       PERFORM CHARGER-MATIERES.
       PERFORM CHARGER-ELEVES.
       PERFORM CHARGER-AFFECTATIONS.
       PERFORM COMPTER-NOTES.
       PERFORM EVALUER-COUPLES.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire complet-notes.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "CONTROLE DE COMPLETUDE DES NOTES AVANT CLOTURE"
           TO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-MINIMUM TO WS-NB-AFF2.
       STRING "Requis : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF2) DELIMITED BY SIZE
              " note(s) par eleve et par matiere, un examen (E) "
                  DELIMITED BY SIZE
              "par matiere" DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-NB-ELV = 0
           STRING "Referentiel eleves-ref.txt absent ou vide : "
                      DELIMITED BY SIZE
                  "rien a controler" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.
       IF WS-NB-PAI = 0 AND WS-NB-ELV > 0
           STRING "Aucune affectation dans affectations.txt : "
                      DELIMITED BY SIZE
                  "rien a controler" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.

      *    Un bloc par professeur, dans l'ordre de premiere
      *    apparition
       PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAI
           IF WS-PAI-ANOMALIES(WS-IDX-PAI) > 0
              AND WS-PAI-EDITE(WS-IDX-PAI) = "N"
               MOVE WS-PAI-PROF(WS-IDX-PAI) TO WS-PROF-COURANT
               PERFORM ECRIRE-PROFESSEUR
           END-IF
       END-PERFORM.

       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-PAI TO WS-NB-AFF.
       STRING "Couples classe/matiere controles : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-INCOMPLETS TO WS-NB-AFF.
       STRING "Couples incomplets                : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-SANS-EXAMEN TO WS-NB-AFF.
       STRING "  dont sans examen                : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-SANS-NOTE TO WS-NB-AFF.
       STRING "Eleves sans note dans une matiere : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-INSUFFISANTS TO WS-NB-AFF.
       STRING "Eleves sous le minimum de notes   : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-NB-HORS-REF > 0
           MOVE WS-NB-HORS-REF TO WS-NB-AFF
           STRING "Notes d'eleves hors referentiel (non comptees) : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       IF WS-NB-INCOMPLETS = 0
           DISPLAY "Notes completes : le trimestre peut etre clos."
           MOVE 0 TO RETURN-CODE
       ELSE
           DISPLAY "Notes incompletes pour " WS-NB-INCOMPLETS
                   " couple(s) classe/matiere (voir complet-notes.txt)"
           MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

      *    Referentiel des matieres, pour les libelles
       CHARGER-MATIERES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT MATIERES-FICHIER.
           IF WS-MATIERES-STATUS = "00"
               PERFORM UNTIL WS-MATIERES-STATUS NOT = "00"
                   READ MATIERES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MTR-CODE NOT = SPACES
                              AND WS-NB-MTR < 20
                               ADD 1 TO WS-NB-MTR
                               MOVE F-MTR-CODE
                                   TO WS-MTR-CODE(WS-NB-MTR)
                               MOVE F-MTR-LIBELLE
                                   TO WS-MTR-LIBELLE(WS-NB-MTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FICHIER
           END-IF.

      *    Eleves du referentiel et classes qu'ils forment
       CHARGER-ELEVES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-REF-NUMERO IS NUMERIC
                              AND F-REF-CLASSE NOT = SPACES
                              AND WS-NB-ELV < 200
                               PERFORM AJOUTER-ELEVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

       AJOUTER-ELEVE.
           MOVE F-REF-CLASSE TO WS-RECH-CLASSE.
           PERFORM TROUVER-CLASSE.
           IF WS-CLS-TROUVE = 0 AND WS-NB-CLS < 20
               ADD 1 TO WS-NB-CLS
               MOVE WS-NB-CLS TO WS-CLS-TROUVE
               MOVE F-REF-CLASSE TO WS-CLS-CODE(WS-NB-CLS)
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > 20
                   MOVE "N" TO WS-CLS-PRISE(WS-NB-CLS, WS-IDX-MTR)
                   MOVE 0 TO WS-CLS-NB-E(WS-NB-CLS, WS-IDX-MTR)
               END-PERFORM
           END-IF.
           IF WS-CLS-TROUVE NOT = 0
               ADD 1 TO WS-NB-ELV
               MOVE F-REF-NUMERO TO WS-ELV-NUMERO(WS-NB-ELV)
               MOVE F-REF-NOM TO WS-ELV-NOM(WS-NB-ELV)
               MOVE WS-CLS-TROUVE TO WS-ELV-CLS(WS-NB-ELV)
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > 20
                   MOVE 0 TO WS-ELV-NB(WS-NB-ELV, WS-IDX-MTR)
               END-PERFORM
           END-IF.

      *    Matieres suivies par chaque classe ; une affectation a
      *    classe blanche vaut pour toutes les classes
       CHARGER-AFFECTATIONS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT AFFECTATIONS-FICHIER.
           IF WS-AFFECTATIONS-STATUS = "00"
               PERFORM UNTIL WS-AFFECTATIONS-STATUS NOT = "00"
                   READ AFFECTATIONS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-AFF-MATIERE NOT = SPACES
                               PERFORM NOTER-AFFECTATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFFECTATIONS-FICHIER
           END-IF.

       NOTER-AFFECTATION.
           MOVE F-AFF-MATIERE TO WS-RECH-MATIERE.
           PERFORM TROUVER-MATIERE.
           IF WS-MTR-TROUVE = 0 AND WS-NB-MTR < 20
               ADD 1 TO WS-NB-MTR
               MOVE WS-NB-MTR TO WS-MTR-TROUVE
               MOVE F-AFF-MATIERE TO WS-MTR-CODE(WS-NB-MTR)
               MOVE SPACES TO WS-MTR-LIBELLE(WS-NB-MTR)
           END-IF.
           IF WS-MTR-TROUVE NOT = 0
               PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                       UNTIL WS-IDX-CLS > WS-NB-CLS
                   IF F-AFF-CLASSE = SPACES
                      OR F-AFF-CLASSE = WS-CLS-CODE(WS-IDX-CLS)
                       MOVE "O"
                           TO WS-CLS-PRISE(WS-IDX-CLS, WS-MTR-TROUVE)
                   END-IF
               END-PERFORM
           END-IF.

      *    Notes du trimestre par eleve et matiere, examens par
      *    classe et matiere ; la classe est celle du referentiel,
      *    a defaut celle de la ligne de note
       COMPTER-NOTES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT NOTES-FICHIER.
           IF WS-NOTES-STATUS = "00"
               PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
                   READ NOTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ABSENT-V NOT = "A"
                               PERFORM COMPTER-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FICHIER
           END-IF.

       COMPTER-NOTE.
           MOVE F-MATIERE-V TO WS-RECH-MATIERE.
           PERFORM TROUVER-MATIERE.
           MOVE 0 TO WS-ELV-TROUVE.
           IF F-ELEVE-V(1:5) IS NUMERIC
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELV
                       OR WS-ELV-TROUVE NOT = 0
                   IF WS-ELV-NUMERO(WS-IDX-ELV) = F-ELEVE-V(1:5)
                       MOVE WS-IDX-ELV TO WS-ELV-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ELV-TROUVE = 0
               ADD 1 TO WS-NB-HORS-REF
               MOVE F-CLASSE-V TO WS-RECH-CLASSE
               PERFORM TROUVER-CLASSE
           ELSE
               MOVE WS-ELV-CLS(WS-ELV-TROUVE) TO WS-CLS-TROUVE
           END-IF.
           IF WS-MTR-TROUVE NOT = 0
               IF WS-ELV-TROUVE NOT = 0
                   ADD 1 TO WS-ELV-NB(WS-ELV-TROUVE, WS-MTR-TROUVE)
               END-IF
               IF WS-CLS-TROUVE NOT = 0 AND F-TYPE-V = "E"
                   ADD 1 TO WS-CLS-NB-E(WS-CLS-TROUVE, WS-MTR-TROUVE)
               END-IF
           END-IF.

      *    Dresse les couples classe x matiere suivis et compte leurs
      *    anomalies
       EVALUER-COUPLES.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > WS-NB-MTR
                   IF WS-CLS-PRISE(WS-IDX-CLS, WS-IDX-MTR) = "O"
                      AND WS-NB-PAI < 400
                       PERFORM EVALUER-COUPLE
                   END-IF
               END-PERFORM
           END-PERFORM.

       EVALUER-COUPLE.
           ADD 1 TO WS-NB-PAI.
           MOVE WS-IDX-CLS TO WS-PAI-CLS(WS-NB-PAI).
           MOVE WS-IDX-MTR TO WS-PAI-MTR(WS-NB-PAI).
           MOVE "N" TO WS-PAI-EDITE(WS-NB-PAI).
           MOVE 0 TO WS-PAI-ANOMALIES(WS-NB-PAI).
           MOVE WS-MTR-CODE(WS-IDX-MTR) TO WS-PM-MATIERE.
           MOVE WS-CLS-CODE(WS-IDX-CLS) TO WS-PM-CLASSE.
           CALL "ProfMatiere" USING WS-PM-MATIERE WS-PM-CLASSE
                                    WS-PM-NOM WS-PM-TROUVE.
           IF WS-PM-TROUVE = "O"
               MOVE WS-PM-NOM TO WS-PAI-PROF(WS-NB-PAI)
           ELSE
               MOVE "(professeur inconnu)" TO WS-PAI-PROF(WS-NB-PAI)
           END-IF.
           IF WS-CLS-NB-E(WS-IDX-CLS, WS-IDX-MTR) = 0
               ADD 1 TO WS-PAI-ANOMALIES(WS-NB-PAI)
               ADD 1 TO WS-NB-SANS-EXAMEN
           END-IF.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELV
               IF WS-ELV-CLS(WS-IDX-ELV) = WS-IDX-CLS
                   IF WS-ELV-NB(WS-IDX-ELV, WS-IDX-MTR) = 0
                       ADD 1 TO WS-PAI-ANOMALIES(WS-NB-PAI)
                       ADD 1 TO WS-NB-SANS-NOTE
                   ELSE
                       IF WS-ELV-NB(WS-IDX-ELV, WS-IDX-MTR)
                          < WS-MINIMUM
                           ADD 1 TO WS-PAI-ANOMALIES(WS-NB-PAI)
                           ADD 1 TO WS-NB-INSUFFISANTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PAI-ANOMALIES(WS-NB-PAI) > 0
               ADD 1 TO WS-NB-INCOMPLETS
           END-IF.

      *    Bloc d'un professeur : tous ses couples incomplets
       ECRIRE-PROFESSEUR.
           PERFORM ECRIRE-LIGNE.
           STRING "PROFESSEUR : " DELIMITED BY SIZE
                  WS-PROF-COURANT DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-PAI2 FROM WS-IDX-PAI BY 1
                   UNTIL WS-IDX-PAI2 > WS-NB-PAI
               IF WS-PAI-PROF(WS-IDX-PAI2) = WS-PROF-COURANT
                  AND WS-PAI-ANOMALIES(WS-IDX-PAI2) > 0
                   MOVE "O" TO WS-PAI-EDITE(WS-IDX-PAI2)
                   PERFORM ECRIRE-COUPLE
               END-IF
           END-PERFORM.

       ECRIRE-COUPLE.
           MOVE WS-PAI-CLS(WS-IDX-PAI2) TO WS-IDX-CLS.
           MOVE WS-PAI-MTR(WS-IDX-PAI2) TO WS-IDX-MTR.
           STRING "  Classe " DELIMITED BY SIZE
                  WS-CLS-CODE(WS-IDX-CLS) DELIMITED BY SIZE
                  "  matiere " DELIMITED BY SIZE
                  WS-MTR-CODE(WS-IDX-MTR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MTR-LIBELLE(WS-IDX-MTR) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-CLS-NB-E(WS-IDX-CLS, WS-IDX-MTR) = 0
               MOVE "    ** aucune evaluation de type E (examen)"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELV
               IF WS-ELV-CLS(WS-IDX-ELV) = WS-IDX-CLS
                  AND WS-ELV-NB(WS-IDX-ELV, WS-IDX-MTR) < WS-MINIMUM
                   PERFORM ECRIRE-ELEVE
               END-IF
           END-PERFORM.

       ECRIRE-ELEVE.
           MOVE WS-ELV-NUMERO(WS-IDX-ELV) TO WS-LIGNE-RAPPORT(5:5).
           MOVE WS-ELV-NOM(WS-IDX-ELV) TO WS-LIGNE-RAPPORT(11:30).
           IF WS-ELV-NB(WS-IDX-ELV, WS-IDX-MTR) = 0
               MOVE "aucune note" TO WS-LIGNE-RAPPORT(44:11)
           ELSE
               MOVE WS-ELV-NB(WS-IDX-ELV, WS-IDX-MTR) TO WS-NB-AFF2
               MOVE WS-NB-AFF2 TO WS-LIGNE-RAPPORT(43:2)
               MOVE " note(s) sur" TO WS-LIGNE-RAPPORT(45:12)
               MOVE WS-MINIMUM TO WS-NB-AFF2
               MOVE WS-NB-AFF2 TO WS-LIGNE-RAPPORT(58:2)
           END-IF.
           PERFORM ECRIRE-LIGNE.

       TROUVER-MATIERE.
           MOVE 0 TO WS-MTR-TROUVE.
           PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                   UNTIL WS-IDX-MTR > WS-NB-MTR
                   OR WS-MTR-TROUVE NOT = 0
               IF WS-MTR-CODE(WS-IDX-MTR) = WS-RECH-MATIERE
                   MOVE WS-IDX-MTR TO WS-MTR-TROUVE
               END-IF
           END-PERFORM.

       TROUVER-CLASSE.
           MOVE 0 TO WS-CLS-TROUVE.
           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-NB-CLS
                   OR WS-CLS-TROUVE NOT = 0
               IF WS-CLS-CODE(WS-IDX-CLS) = WS-RECH-CLASSE
                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
