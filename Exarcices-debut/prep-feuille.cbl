       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREP-FEUILLE.
      * Feuille de notes pre-remplie : les professeurs tapaient
      * feuille-notes.txt a la main, avec des numeros d'eleve errones
      * et des eleves oublies, et chaque faute finissait dans
      * feuille-erreurs.txt au chargement. Pour une classe, une
      * matiere, une date et un type d'evaluation choisis, ce
      * programme ecrit la feuille prete a remplir pour CHARGE-NOTES :
      * la ligne d'entete exacte, puis une ligne par eleve de la
      * classe d'apres eleves-ref.txt (numero et nom complet, note a
      * blanc). La meme feuille part dans feuille-notes.csv pour les
      * tableurs.
      * Chaque feuille emise est inscrite au registre
      * feuilles-emises.txt (FeuilleEmise.cpy) : CHARGE-NOTES refuse
      * une feuille dont l'entete n'y figure pas et signale les
      * eleves de la classe absents de la feuille rendue.
      * Une feuille-notes.txt deja presente n'est remplacee qu'apres
      * confirmation (elle peut porter des notes pas encore
      * chargees).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT MATIERES-FICHIER ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

           SELECT FEUILLE-FICHIER ASSIGN TO "feuille-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEUILLE-STATUS.

           SELECT FEUILLE-CSV ASSIGN TO "feuille-notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT EMISES-FICHIER ASSIGN TO "feuilles-emises.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMISES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO           PIC 9(05).
           05 F-REF-NOM              PIC X(30).
           05 F-REF-CLASSE           PIC X(03).
           05 F-REF-ENTREE           PIC 9(08).

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
       01  F-MATIERE-REF.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

      *    Meme decoupage que F-ENTETE-FEUILLE et F-LIGNE-FEUILLE
      *    dans charge-notes.cbl
       FD  FEUILLE-FICHIER.
       01  F-ENTETE-FEUILLE.
           05 F-ENT-MATIERE          PIC X(10).
           05 F-ENT-JOUR             PIC 99.
           05 F-ENT-MOIS             PIC 99.
           05 F-ENT-ANNEE            PIC 9(4).
           05 F-ENT-CLASSE           PIC X(03).
           05 F-ENT-TYPE             PIC X.
       01  F-LIGNE-FEUILLE REDEFINES F-ENTETE-FEUILLE.
           05 F-LGN-ELEVE            PIC X(10).
           05 F-LGN-NOTE             PIC XX.
           05 F-LGN-NOM              PIC X(30).

       FD  FEUILLE-CSV.
       01  LIGNE-CSV                 PIC X(80).

       FD  EMISES-FICHIER.
           COPY "FeuilleEmise.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REF-STATUS              PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-FEUILLE-STATUS          PIC XX.
       01 WS-CSV-STATUS              PIC XX.
       01 WS-EMISES-STATUS           PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Referentiel des matieres (les codes admis)
       01 WS-TABLE-MTR.
           05 WS-MTR OCCURS 20 TIMES PIC X(10).
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.
       01 WS-MATIERE-VALIDE          PIC X.

      *    Eleves de la classe choisie, dans l'ordre du referentiel
       01 WS-TABLE-ELV.
           05 WS-ELV OCCURS 100 TIMES.
              10 WS-ELV-NUMERO       PIC 9(05).
              10 WS-ELV-NOM          PIC X(30).
       01 WS-NB-ELV                  PIC 9(03) VALUE 0.
       01 WS-IDX-ELV                 PIC 9(03) VALUE 1.
       01 WS-TROP-ELEVES             PIC X     VALUE "N".

      *    Entete choisie pour la feuille
       01 WS-CLASSE-SAISIE           PIC X(03).
       01 WS-MATIERE-SAISIE          PIC X(10).
       01 WS-DATE-SAISIE             PIC 9(08).
       01 WS-DATE-DECOUPEE REDEFINES WS-DATE-SAISIE.
           05 WS-DATE-ANNEE          PIC 9(04).
           05 WS-DATE-MOIS           PIC 99.
           05 WS-DATE-JOUR           PIC 99.
       01 WS-TYPE-SAISI              PIC X.
       01 WS-JOURS-DU-MOIS           PIC 99.
       01 WS-REPONSE                 PIC X.

      *    Une feuille deja inscrite au registre (meme entete) n'y
      *    est pas reprise a la reedition
       01 WS-DEJA-EMISE              PIC X     VALUE "N".
       01 WS-DATE-EMISSION           PIC 9(08).

       01 WS-LIGNE-CSV               PIC X(80).
       01 WS-DATE-CSV                PIC X(10).

       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       77 WS-DATE-SYS                PIC 9(8).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       PERFORM CHARGER-MATIERES.

       PERFORM PREPARER-FEUILLE THRU PREPARER-FEUILLE-FIN.

       STOP RUN.

      *    Charge les codes admis de matieres.txt ; sans referentiel
      *    la matiere saisie est prise telle quelle
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
                                   TO WS-MTR(WS-NB-MTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FICHIER
           END-IF.

      *    Saisie de l'entete (classe, matiere, date, type), puis
      *    ecriture de la feuille, de son CSV et de l'inscription au
      *    registre
       PREPARER-FEUILLE.
           DISPLAY "----- FEUILLE DE NOTES PRE-REMPLIE -----".
           DISPLAY "Classe : ".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLASSE-SAISIE)
               TO WS-CLASSE-SAISIE.
           PERFORM CHARGER-CLASSE.
           IF WS-REF-STATUS = "35"
               DISPLAY "Referentiel eleves-ref.txt absent (voir "
                       "MAINT-REF-ELV)"
               GO TO PREPARER-FEUILLE-FIN
           END-IF.
           IF WS-NB-ELV = 0
               DISPLAY "Aucun eleve de la classe " WS-CLASSE-SAISIE
                       " dans eleves-ref.txt"
               GO TO PREPARER-FEUILLE-FIN
           END-IF.
           IF WS-TROP-ELEVES = "O"
               DISPLAY "** Classe de plus de 100 eleves : feuille "
                       "limitee aux 100 premiers **"
           END-IF.

           DISPLAY "Matiere : ".
           ACCEPT WS-MATIERE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-MATIERE-SAISIE)
               TO WS-MATIERE-SAISIE.
           IF WS-NB-MTR > 0
               MOVE "N" TO WS-MATIERE-VALIDE
               PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                       UNTIL WS-IDX-MTR > WS-NB-MTR
                   IF WS-MTR(WS-IDX-MTR) = WS-MATIERE-SAISIE
                       MOVE "O" TO WS-MATIERE-VALIDE
                   END-IF
               END-PERFORM
               IF WS-MATIERE-VALIDE = "N"
                   DISPLAY "Matiere inconnue du referentiel "
                           "matieres.txt (voir MAINT-MATIERES)"
                   GO TO PREPARER-FEUILLE-FIN
               END-IF
           END-IF.

           DISPLAY "Date du controle (AAAAMMJJ, vide = "
                   "aujourd'hui) : ".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-SYS TO WS-DATE-SAISIE
           END-IF.
           IF WS-DATE-MOIS < 1 OR WS-DATE-MOIS > 12
              OR WS-DATE-ANNEE < 1900 OR WS-DATE-ANNEE > 2100
               DISPLAY "Date hors plage."
               GO TO PREPARER-FEUILLE-FIN
           END-IF.
           CALL "JoursMois" USING WS-DATE-MOIS WS-DATE-ANNEE
                                   WS-JOURS-DU-MOIS.
           IF WS-DATE-JOUR < 1 OR WS-DATE-JOUR > WS-JOURS-DU-MOIS
               DISPLAY "Jour hors du mois."
               GO TO PREPARER-FEUILLE-FIN
           END-IF.

           DISPLAY "Type d'evaluation (Q = interrogation, "
                   "C = controle, E = examen ; vide = C) : ".
           ACCEPT WS-TYPE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-SAISI) TO WS-TYPE-SAISI.
           IF WS-TYPE-SAISI = SPACE
               MOVE "C" TO WS-TYPE-SAISI
           END-IF.
           PERFORM UNTIL WS-TYPE-SAISI = "Q" OR "C" OR "E"
               DISPLAY "Type invalide ; Q, C ou E attendu : "
               ACCEPT WS-TYPE-SAISI
               MOVE FUNCTION UPPER-CASE(WS-TYPE-SAISI)
                   TO WS-TYPE-SAISI
           END-PERFORM.

      *    Une feuille deja presente peut porter des notes pas
      *    encore chargees
           OPEN INPUT FEUILLE-FICHIER.
           IF WS-FEUILLE-STATUS = "00"
               CLOSE FEUILLE-FICHIER
               DISPLAY "feuille-notes.txt existe deja ; la "
                       "remplacer ? (O/N) : "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF WS-REPONSE NOT = "O"
                   DISPLAY "Feuille non emise."
                   GO TO PREPARER-FEUILLE-FIN
               END-IF
           END-IF.

           OPEN OUTPUT FEUILLE-FICHIER.
           IF WS-FEUILLE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire feuille-notes.txt"
               GO TO PREPARER-FEUILLE-FIN
           END-IF.
           MOVE SPACES TO F-LIGNE-FEUILLE.
           MOVE WS-MATIERE-SAISIE TO F-ENT-MATIERE.
           MOVE WS-DATE-JOUR      TO F-ENT-JOUR.
           MOVE WS-DATE-MOIS      TO F-ENT-MOIS.
           MOVE WS-DATE-ANNEE     TO F-ENT-ANNEE.
           MOVE WS-CLASSE-SAISIE  TO F-ENT-CLASSE.
           MOVE WS-TYPE-SAISI     TO F-ENT-TYPE.
           WRITE F-ENTETE-FEUILLE.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELV
               MOVE SPACES TO F-LIGNE-FEUILLE
               MOVE WS-ELV-NUMERO(WS-IDX-ELV) TO F-LGN-ELEVE(1:5)
               MOVE WS-ELV-NOM(WS-IDX-ELV)    TO F-LGN-NOM
               WRITE F-LIGNE-FEUILLE
           END-PERFORM.
           CLOSE FEUILLE-FICHIER.

           PERFORM ECRIRE-CSV.
           PERFORM INSCRIRE-EMISSION.

           DISPLAY " ".
           DISPLAY "Feuille ecrite dans feuille-notes.txt : "
                   WS-NB-ELV " eleves de " WS-CLASSE-SAISIE.
           IF WS-CSV-STATUS = "00"
               DISPLAY "Copie tableur dans feuille-notes.csv"
           END-IF.
           IF WS-DEJA-EMISE = "O"
               DISPLAY "Reedition d'une feuille emise le "
                       WS-DATE-EMISSION(7:2) "/"
                       WS-DATE-EMISSION(5:2) "/"
                       WS-DATE-EMISSION(1:4)
           END-IF.
       PREPARER-FEUILLE-FIN.
           EXIT.

      *    Releve dans eleves-ref.txt les eleves de la classe saisie
       CHARGER-CLASSE.
           MOVE 0 TO WS-NB-ELV.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-REF-CLASSE = WS-CLASSE-SAISIE
                               PERFORM RETENIR-ELEVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

       RETENIR-ELEVE.
           IF WS-NB-ELV < 100
               ADD 1 TO WS-NB-ELV
               MOVE F-REF-NUMERO TO WS-ELV-NUMERO(WS-NB-ELV)
               MOVE F-REF-NOM    TO WS-ELV-NOM(WS-NB-ELV)
           ELSE
               MOVE "O" TO WS-TROP-ELEVES
           END-IF.

      *    Meme feuille pour les tableurs : l'entete est repetee sur
      *    chaque ligne, la note reste a remplir
       ECRIRE-CSV.
           OPEN OUTPUT FEUILLE-CSV.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire feuille-notes.csv"
           ELSE
               MOVE "CLASSE,MATIERE,DATE,TYPE,NUMERO,NOM,NOTE"
                   TO LIGNE-CSV
               WRITE LIGNE-CSV
               MOVE SPACES TO WS-DATE-CSV
               STRING WS-DATE-JOUR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATE-MOIS DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATE-ANNEE DELIMITED BY SIZE
                   INTO WS-DATE-CSV
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELV
                   MOVE SPACES TO WS-LIGNE-CSV
                   STRING FUNCTION TRIM(WS-CLASSE-SAISIE)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MATIERE-SAISIE)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-DATE-CSV DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TYPE-SAISI DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-ELV-NUMERO(WS-IDX-ELV) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ELV-NOM(WS-IDX-ELV))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                       INTO WS-LIGNE-CSV
                   MOVE WS-LIGNE-CSV TO LIGNE-CSV
                   WRITE LIGNE-CSV
               END-PERFORM
               CLOSE FEUILLE-CSV
           END-IF.

      *    Inscrit l'entete de la feuille au registre des feuilles
      *    emises ; une reedition de la meme entete n'y est pas
      *    reprise
       INSCRIRE-EMISSION.
           MOVE "N" TO WS-DEJA-EMISE.
           OPEN INPUT EMISES-FICHIER.
           IF WS-EMISES-STATUS = "00"
               PERFORM UNTIL WS-EMISES-STATUS NOT = "00"
                   READ EMISES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-EMI-MATIERE = WS-MATIERE-SAISIE
                              AND F-EMI-JOUR = WS-DATE-JOUR
                              AND F-EMI-MOIS = WS-DATE-MOIS
                              AND F-EMI-ANNEE = WS-DATE-ANNEE
                              AND F-EMI-CLASSE = WS-CLASSE-SAISIE
                              AND F-EMI-TYPE = WS-TYPE-SAISI
                               MOVE "O" TO WS-DEJA-EMISE
                               MOVE F-EMI-DATE TO WS-DATE-EMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMISES-FICHIER
           END-IF.
           IF WS-DEJA-EMISE = "N"
               IF WS-OPERATEUR-COURANT = LOW-VALUES
                   MOVE SPACES TO WS-OPERATEUR-COURANT
               END-IF
               OPEN EXTEND EMISES-FICHIER
               IF WS-EMISES-STATUS NOT = "00"
                   OPEN OUTPUT EMISES-FICHIER
               END-IF
               IF WS-EMISES-STATUS NOT = "00"
                   DISPLAY "** Impossible d'ecrire feuilles-emises.txt"
                           " : CHARGE-NOTES refusera cette feuille **"
               ELSE
                   MOVE WS-MATIERE-SAISIE    TO F-EMI-MATIERE
                   MOVE WS-DATE-JOUR         TO F-EMI-JOUR
                   MOVE WS-DATE-MOIS         TO F-EMI-MOIS
                   MOVE WS-DATE-ANNEE        TO F-EMI-ANNEE
                   MOVE WS-CLASSE-SAISIE     TO F-EMI-CLASSE
                   MOVE WS-TYPE-SAISI        TO F-EMI-TYPE
                   MOVE WS-NB-ELV            TO F-EMI-NB-ELEVES
                   MOVE WS-DATE-SYS          TO F-EMI-DATE
                   MOVE WS-OPERATEUR-COURANT TO F-EMI-OPERATEUR
                   WRITE F-FEUILLE-EMISE
                   CLOSE EMISES-FICHIER
               END-IF
           END-IF.
