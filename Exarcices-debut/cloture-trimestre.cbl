      * et laisse notes.txt vide pour le trimestre suivant. Les
      * trimestres clos restent lisibles par BULLETIN, qui sait
      * ouvrir un fichier de notes archive.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Avant toute cloture, le controle de completude COMPLET-NOTES
      * doit passer (complet-notes.txt, par professeur) ; sinon la
      * cloture est refusee (code retour 4), sauf forcage par un
      * superviseur, trace dans actions-sensibles.txt (action CLOTURE).
      * Les marques d'absence ouvertes restent hors des moyennes ; le
      * bilan en donne le nombre par matiere (colonne ABS) et le releve
      * des mentions les signale par eleve.
      * Chaque cloture est inscrite dans trimestres-clos.txt (libelle,
      * premiere et derniere date d'evaluation archivees) ; les notes
      * de ces dates ne se modifient plus que par un superviseur.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

      *    Registre des trimestres clos : une ligne par cloture, lue
      *    par TrimClos pour proteger les notes des trimestres clos
           SELECT CLOS-FICHIER ASSIGN TO "trimestres-clos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

      *    Releve des mentions du trimestre pour le proces-verbal du
      *    conseil, nomme d'apres le libelle saisi
           SELECT MENTIONS-FICHIER ASSIGN TO WS-NOM-MENTIONS
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
      *    A = absent au controle, rattrapage attendu : la note
      *    ne compte pas dans les moyennes
           05 F-ABSENT-V             PIC X.

       FD  ARCHIVE-FICHIER.
       01  F-NOTE-ARCHIVE            PIC X(35).

       FD  BILAN-FICHIER.
       01  LIGNE-BILAN               PIC X(45).
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       FD  CLOS-FICHIER.
           COPY "TrimestreClos.cpy".

       WORKING-STORAGE SECTION.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-BILAN-STATUS            PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CLOS-STATUS             PIC XX.

      *    Premiere et derniere date d'evaluation archivees, bornes
      *    du trimestre inscrites dans trimestres-clos.txt
       01 WS-DATE-EVAL               PIC 9(08).
       01 WS-DATE-DEBUT              PIC 9(08) VALUE 99999999.
       01 WS-DATE-FIN                PIC 9(08) VALUE 0.

      *    Libelle du trimestre (par exemple 2026T1) et nom de
      *    l'archive qui en decoule
              10 WS-CUM-TOTAL        PIC 9(06)V9.
              10 WS-CUM-NB           PIC 9(04)V9.
              10 WS-CUM-CPT          PIC 9(04).
      *          Marques d'absence ouvertes (rattrapage attendu),
      *          hors moyenne et imprimees ABS
              10 WS-CUM-ABS          PIC 9(04).
       01 WS-POIDS-COURANT           PIC 9V9.
       01 WS-NB-CUMULS               PIC 9(02) VALUE 0.
       01 WS-IDX-CUM                 PIC 9(02) VALUE 1.
       01 WS-TOTAL-COEFS             PIC 9(05)V9 VALUE 0.
       01 WS-MOYENNE                 PIC 99V99.
       01 WS-MOYENNE-AFF             PIC Z9.99.
       01 WS-MOYENNE-TXT             PIC X(05).
       01 WS-NB-ABS                  PIC 9(04) VALUE 0.

       01 WS-NB-NOTES                PIC 9(04) VALUE 0.
       01 WS-LIGNE-BILAN             PIC X(45).
              10 WS-ELV-TOTAL        PIC 9(05)V9.
              10 WS-ELV-COEFS        PIC 9(04)V9.
              10 WS-ELV-MOYENNE      PIC 99V99.
              10 WS-ELV-ABS          PIC 9(02).
       01 WS-NB-ELV                  PIC 9(02) VALUE 0.
       01 WS-IDX-ELV                 PIC 9(02) VALUE 1.
       01 WS-IDX-ELV-TROUVE          PIC 9(02) VALUE 0.

       77 WS-DATE-SYS                PIC 9(8).

      *    Controle de completude (COMPLET-NOTES) : la cloture n'est
      *    permise que sur des notes completes, ou sur forcage d'un
      *    superviseur, trace dans actions-sensibles.txt
       01 WS-CLOTURE-PERMISE         PIC X VALUE "N".
       01 WS-FORCER                  PIC X.
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
       01 WS-ACCES-OK                PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "CLOTURE-TR".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "CLOTURE-TR".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "Libelle du trimestre a clore (ex. 2026T1) : ".
              ".txt" DELIMITED BY SIZE
           INTO WS-NOM-MENTIONS.

       PERFORM CONTROLER-COMPLETUDE THRU CONTROLER-COMPLETUDE-FIN.
       IF WS-CLOTURE-PERMISE NOT = "O"
           DISPLAY "Cloture refusee : completer les notes (voir "
                   "complet-notes.txt) puis relancer."
           MOVE 4 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE 0 TO RETURN-CODE.

       PERFORM CHARGER-MATIERES.

       OPEN INPUT NOTES-FICHIER.
                       NOT AT END
                           ADD 1 TO WS-NB-NOTES
                           PERFORM CUMULER-NOTE
                           PERFORM BORNER-TRIMESTRE
                           MOVE F-NOTE TO F-NOTE-ARCHIVE
                           WRITE F-NOTE-ARCHIVE
                   END-READ
               ELSE
                   PERFORM ECRIRE-BILAN
                   PERFORM ECRIRE-MENTIONS
                       THRU ECRIRE-MENTIONS-FIN
                   PERFORM VIDER-NOTES
                   PERFORM INSCRIRE-TRIMESTRE-CLOS
                   DISPLAY " "
                   DISPLAY "Notes archivees : " WS-NB-NOTES
                           " dans " FUNCTION TRIM(WS-NOM-ARCHIVE)
                   IF WS-NB-ABS > 0
                       DISPLAY "dont marques ABS sans rattrapage : "
                               WS-NB-ABS
                   END-IF
                   DISPLAY "notes.txt est vide pour le nouveau "
                           "trimestre"
               END-IF

       GOBACK.

      *    Controle de completude des notes par COMPLET-NOTES ; en
      *    cas d'echec, seul un superviseur peut forcer la cloture
       CONTROLER-COMPLETUDE.
           MOVE "N" TO WS-CLOTURE-PERMISE.
           MOVE 0 TO RETURN-CODE.
           CALL "COMPLET-NOTES".
           IF RETURN-CODE = 0
               MOVE "O" TO WS-CLOTURE-PERMISE
               GO TO CONTROLER-COMPLETUDE-FIN
           END-IF.
           DISPLAY "** Le controle de completude des notes echoue **".
           DISPLAY "Forcer la cloture (superviseur) ? (O/N) : ".
           ACCEPT WS-FORCER.
           IF WS-FORCER NOT = "O" AND WS-FORCER NOT = "o"
               GO TO CONTROLER-COMPLETUDE-FIN
           END-IF.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK = "O"
               MOVE "O" TO WS-CLOTURE-PERMISE
               MOVE "CLOTURE" TO WS-TRC-ACTION
               MOVE WS-TRIMESTRE TO WS-TRC-OBJET
               MOVE SPACES TO WS-TRC-LIE
               MOVE "forcee, notes incompletes" TO WS-TRC-DETAIL
               CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                        WS-TRC-OBJET WS-TRC-LIE
                                        WS-TRC-DETAIL
               DISPLAY "Cloture forcee par " WS-OPERATEUR-COURANT
           END-IF.
       CONTROLER-COMPLETUDE-FIN.
           EXIT.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
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

      *    Charge le referentiel des matieres ; son absence n'est pas
      *    une erreur (coefficient de 1 partout)
       CHARGER-MATIERES.
                   MOVE 0 TO WS-CUM-TOTAL(WS-IDX-CUM-TROUVE)
                   MOVE 0 TO WS-CUM-NB(WS-IDX-CUM-TROUVE)
                   MOVE 0 TO WS-CUM-CPT(WS-IDX-CUM-TROUVE)
                   MOVE 0 TO WS-CUM-ABS(WS-IDX-CUM-TROUVE)
               END-IF
           END-IF.
      *    Une marque d'absence ouverte ne compte dans aucune
      *    moyenne : elle est seulement comptee pour le bilan et le
      *    releve des mentions
           IF F-ABSENT-V = "A"
               ADD 1 TO WS-NB-ABS
               IF WS-IDX-CUM-TROUVE NOT = 0
                   ADD 1 TO WS-CUM-ABS(WS-IDX-CUM-TROUVE)
               END-IF
           END-IF.
           IF WS-IDX-CUM-TROUVE NOT = 0
              AND F-ABSENT-V NOT = "A"
               COMPUTE WS-CUM-TOTAL(WS-IDX-CUM-TROUVE) =
                       WS-CUM-TOTAL(WS-IDX-CUM-TROUVE)
                       + F-NOTE-V * WS-POIDS-COURANT
                   MOVE WS-MTR-COEF(WS-IDX-MTR) TO WS-COEF-COURANT
               END-IF
           END-PERFORM.
           IF F-ABSENT-V NOT = "A"
               COMPUTE WS-TOTAL-PONDERE = WS-TOTAL-PONDERE
                   + F-NOTE-V * WS-COEF-COURANT * WS-POIDS-COURANT
               COMPUTE WS-TOTAL-COEFS = WS-TOTAL-COEFS
                   + WS-COEF-COURANT * WS-POIDS-COURANT
           END-IF.

      *    Cumul par eleve, pour la moyenne generale et la mention
      *    de chacun
                       TO WS-ELV-CLASSE(WS-IDX-ELV-TROUVE)
                   MOVE 0 TO WS-ELV-TOTAL(WS-IDX-ELV-TROUVE)
                   MOVE 0 TO WS-ELV-COEFS(WS-IDX-ELV-TROUVE)
                   MOVE 0 TO WS-ELV-ABS(WS-IDX-ELV-TROUVE)
               END-IF
           END-IF.
           IF WS-IDX-ELV-TROUVE NOT = 0
            IF F-ABSENT-V = "A"
               ADD 1 TO WS-ELV-ABS(WS-IDX-ELV-TROUVE)
            ELSE
               COMPUTE WS-ELV-TOTAL(WS-IDX-ELV-TROUVE) =
                       WS-ELV-TOTAL(WS-IDX-ELV-TROUVE)
                       + F-NOTE-V * WS-COEF-COURANT
               COMPUTE WS-ELV-COEFS(WS-IDX-ELV-TROUVE) =
                       WS-ELV-COEFS(WS-IDX-ELV-TROUVE)
                       + WS-COEF-COURANT * WS-POIDS-COURANT
            END-IF
           END-IF.

      *    Ecrit le bilan du trimestre dans bulletin-trimestre.txt
                   INTO WS-LIGNE-BILAN
               MOVE WS-LIGNE-BILAN TO LIGNE-BILAN
               WRITE LIGNE-BILAN
               MOVE "MATIERE   MOYENNE NOTES  ABS" TO LIGNE-BILAN
               WRITE LIGNE-BILAN
               PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                       UNTIL WS-IDX-CUM > WS-NB-CUMULS
                   IF WS-CUM-NB(WS-IDX-CUM) > 0
                       COMPUTE WS-MOYENNE ROUNDED =
                               WS-CUM-TOTAL(WS-IDX-CUM)
                               / WS-CUM-NB(WS-IDX-CUM)
                       MOVE WS-MOYENNE TO WS-MOYENNE-AFF
                       MOVE WS-MOYENNE-AFF TO WS-MOYENNE-TXT
                   ELSE
                       MOVE "  ABS" TO WS-MOYENNE-TXT
                   END-IF
                   MOVE SPACES TO WS-LIGNE-BILAN
                   STRING WS-CUM-MATIERE(WS-IDX-CUM)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MOYENNE-TXT DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-CUM-CPT(WS-IDX-CUM) DELIMITED BY SIZE
                       INTO WS-LIGNE-BILAN
                   IF WS-CUM-ABS(WS-IDX-CUM) > 0
                       MOVE WS-CUM-ABS(WS-IDX-CUM)
                           TO WS-LIGNE-BILAN(25:4)
                   END-IF
                   MOVE WS-LIGNE-BILAN TO LIGNE-BILAN
                   WRITE LIGNE-BILAN
               END-PERFORM
                   MOVE 0 TO WS-ELV-MOYENNE(WS-IDX-ELV)
               END-IF
               MOVE WS-ELV-MOYENNE(WS-IDX-ELV) TO WS-MOYENNE
      *        Pas de mention sans aucune note (marques ABS seules)
               IF WS-ELV-COEFS(WS-IDX-ELV) > 0
                   CALL "Mention" USING WS-MOYENNE WS-MENTION
               ELSE
                   MOVE SPACES TO WS-MENTION
               END-IF
               IF WS-MENTION NOT = SPACES
                   ADD 1 TO WS-NB-MENTIONS
               END-IF
                      "  " DELIMITED BY SIZE
                      WS-MENTION DELIMITED BY SIZE
                   INTO WS-LIGNE-MENTION
               IF WS-ELV-ABS(WS-IDX-ELV) > 0
                   IF WS-ELV-COEFS(WS-IDX-ELV) = 0
                       MOVE "  ABS" TO WS-LIGNE-MENTION(33:5)
                   END-IF
                   MOVE "ABS" TO WS-LIGNE-MENTION(58:3)
                   MOVE WS-ELV-ABS(WS-IDX-ELV)
                       TO WS-LIGNE-MENTION(62:2)
               END-IF
               MOVE WS-LIGNE-MENTION TO F-LIGNE-MENTION
               WRITE F-LIGNE-MENTION
           END-PERFORM.
       ECRIRE-MENTIONS-FIN.
           EXIT.

      *    Premiere et derniere date d'evaluation du trimestre
       BORNER-TRIMESTRE.
           COMPUTE WS-DATE-EVAL = F-ANNEE-V * 10000
                   + F-MOIS-V * 100 + F-JOUR-V.
           IF WS-DATE-EVAL < WS-DATE-DEBUT
               MOVE WS-DATE-EVAL TO WS-DATE-DEBUT
           END-IF.
           IF WS-DATE-EVAL > WS-DATE-FIN
               MOVE WS-DATE-EVAL TO WS-DATE-FIN
           END-IF.

      *    Inscrit le trimestre clos dans trimestres-clos.txt ; ses
      *    notes ne se modifient plus que par un superviseur
       INSCRIRE-TRIMESTRE-CLOS.
           OPEN EXTEND CLOS-FICHIER.
           IF WS-CLOS-STATUS NOT = "00"
               OPEN OUTPUT CLOS-FICHIER
           END-IF.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-CLOS-STATUS = "00"
               MOVE WS-TRIMESTRE         TO F-TCL-LIBELLE
               MOVE WS-DATE-DEBUT        TO F-TCL-DEBUT
               MOVE WS-DATE-FIN          TO F-TCL-FIN
               MOVE WS-DATE-SYS          TO F-TCL-DATE-CLOTURE
               MOVE WS-OPERATEUR-COURANT TO F-TCL-OPERATEUR
               WRITE F-TRIMESTRE-CLOS
               CLOSE CLOS-FICHIER
           ELSE
               DISPLAY "** Trimestre non inscrit (trimestres-clos.txt "
                       "inaccessible) **"
           END-IF.

      *    Laisse notes.txt vide pour le trimestre suivant
       VIDER-NOTES.
           OPEN OUTPUT NOTES-FICHIER.
