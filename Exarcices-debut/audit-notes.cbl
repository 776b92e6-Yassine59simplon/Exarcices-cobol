       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-NOTES.
      * Releve des modifications de notes pour le conseil de classe :
      * ExerciceNotes (correction, suppression, rattrapage) et
      * CHARGE-NOTES (feuille rechargee) journalisent dans
      * notes-audit.txt (AuditNote) chaque note deja enregistree
      * qu'ils modifient ou suppriment. Ce programme en tire
      * modifs-notes.txt pour un trimestre et une classe (ou toutes) :
      * par classe, dans l'ordre chronologique, qui a change quelle
      * note, quand, de quelle valeur a quelle valeur et pourquoi.
      * Le trimestre est celui d'un libelle du registre
      * trimestres-clos.txt (CLOTURE-TRIM), borne par ses dates
      * d'evaluation ; un libelle vide ou pas encore clos designe le
      * trimestre en cours (evaluations posterieures au dernier
      * trimestre clos).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FICHIER ASSIGN TO "notes-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOS-FICHIER ASSIGN TO "trimestres-clos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "modifs-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FICHIER.
           COPY "AuditNote.cpy".

       FD  CLOS-FICHIER.
           COPY "TrimestreClos.cpy".

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS            PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Selection demandee et bornes du trimestre (dates
      *    d'evaluation) tirees du registre des trimestres clos
       01 WS-TRIMESTRE               PIC X(06).
       01 WS-CLASSE-FILTRE           PIC X(03).
       01 WS-TRIM-TROUVE             PIC X VALUE "N".
       01 WS-BORNE-DEBUT             PIC 9(08) VALUE 0.
       01 WS-BORNE-FIN               PIC 9(08) VALUE 99999999.
       01 WS-DERNIERE-FIN            PIC 9(08) VALUE 0.

      *    Modifications retenues, triees sur WS-MOD-CLE (classe,
      *    puis ordre d'enregistrement dans le journal)
       01 WS-TABLE-MOD.
           05 WS-MOD OCCURS 300 TIMES.
              10 WS-MOD-CLE.
                 15 WS-MOD-CLASSE    PIC X(03).
                 15 WS-MOD-RANG      PIC 9(05).
              10 WS-MOD-LIGNE        PIC X(93).
       77 WS-MOD-CAPACITE            PIC 9(03) VALUE 300.
       01 WS-NB-MOD                  PIC 9(03) VALUE 0.
       01 WS-NB-IGNORES              PIC 9(04) VALUE 0.
       01 WS-NB-LUES                 PIC 9(05) VALUE 0.
       01 WS-IDX-MOD                 PIC 9(03) VALUE 1.
       01 WS-IDX-TRI1                PIC 9(03) VALUE 1.
       01 WS-IDX-TRI2                PIC 9(03) VALUE 1.
       01 WS-TEMP-MOD                PIC X(101).
       01 WS-NB-CLASSES              PIC 9(03) VALUE 0.
       01 WS-NB-CLASSE               PIC 9(04) VALUE 0.

      *    Ligne du journal en cours d'edition
       01 WS-AUD.
           05 WS-AUD-DATE            PIC 9(08).
           05 WS-AUD-HEURE.
              10 WS-AUD-HH           PIC 99.
              10 WS-AUD-MN           PIC 99.
           05 WS-AUD-OPERATEUR       PIC X(03).
           05 WS-AUD-PROGRAMME       PIC X(10).
           05 WS-AUD-ACTION          PIC X.
           05 WS-AUD-ELEVE           PIC X(10).
           05 WS-AUD-CLASSE          PIC X(03).
           05 WS-AUD-MATIERE         PIC X(10).
           05 WS-AUD-DATE-EVAL       PIC 9(08).
           05 WS-AUD-ANCIENNE        PIC X(03).
           05 WS-AUD-NOUVELLE        PIC X(03).
           05 WS-AUD-MOTIF           PIC X(30).

      *    Rupture par classe
       01 WS-CLASSE-COURANTE         PIC X(03).

      *    Resolution du numero d'eleve via EleveRef
       01 WS-REF-NUMERO              PIC 9(05).
       01 WS-REF-NOM                 PIC X(30).
       01 WS-REF-CLASSE              PIC X(03).
       01 WS-REF-TROUVE              PIC X.
       01 WS-NOM-AFFICHE             PIC X(30).

       01 WS-DATE-ISO.
           05 WS-DI-AAAA             PIC 9(4).
           05 WS-DI-MM               PIC 99.
           05 WS-DI-JJ               PIC 99.
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).
       01 WS-HEURE-AFF.
           05 WS-HEURE-AFF-HH        PIC 99.
           05 FILLER                 PIC X VALUE ":".
           05 WS-HEURE-AFF-MN        PIC 99.
       77 WS-DATE-SYS                PIC 9(8).
       01 WS-NB-AFF                  PIC ZZZ9.
       01 WS-LIGNE-RAPPORT           PIC X(90).

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "AUDIT-NOTES".
       01 WS-REG-RAPPORT             PIC X(30)
                                     VALUE "modifs-notes.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-LIGNE-RAPPORT.

       DISPLAY "Libelle du trimestre (ex. 2026T1, vide = trimestre "
               "en cours) : ".
       ACCEPT WS-TRIMESTRE.
       MOVE FUNCTION UPPER-CASE(WS-TRIMESTRE) TO WS-TRIMESTRE.
       DISPLAY "Classe (vide = toutes) : ".
       ACCEPT WS-CLASSE-FILTRE.
       MOVE FUNCTION UPPER-CASE(WS-CLASSE-FILTRE) TO WS-CLASSE-FILTRE.

       PERFORM BORNER-TRIMESTRE.
       PERFORM RELEVER-MODIFICATIONS.
       PERFORM TRIER-MODIFICATIONS.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire modifs-notes.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ECRIRE-ENTETE.
       IF WS-NB-MOD = 0
           PERFORM ECRIRE-LIGNE
           MOVE "Aucune note modifiee ou supprimee."
               TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.

       MOVE SPACES TO WS-CLASSE-COURANTE.
       PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
               UNTIL WS-IDX-MOD > WS-NB-MOD
           IF WS-MOD-CLASSE(WS-IDX-MOD) NOT = WS-CLASSE-COURANTE
               PERFORM FINIR-CLASSE
               PERFORM ECRIRE-CLASSE
           END-IF
           PERFORM ECRIRE-MODIFICATION
       END-PERFORM.
       PERFORM FINIR-CLASSE.

       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-MOD TO WS-NB-AFF.
       STRING "Modifications listees : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       MOVE WS-NB-CLASSES TO WS-NB-AFF.
       STRING "Classes concernees    : " DELIMITED BY SIZE
              FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       IF WS-NB-IGNORES > 0
           MOVE WS-NB-IGNORES TO WS-NB-AFF
           STRING "Modifications au-dela de la capacite (non "
                      DELIMITED BY SIZE
                  "listees) : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-LIGNE
       END-IF.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Modifications de notes : " WS-NB-MOD
               " (voir modifs-notes.txt)".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Bornes du trimestre demande : celles du registre quand le
      *    libelle y figure, sinon le trimestre en cours, apres la
      *    derniere date du dernier trimestre clos ; sans registre,
      *    tout le journal
       BORNER-TRIMESTRE.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-TCL-FIN > WS-DERNIERE-FIN
                               MOVE F-TCL-FIN TO WS-DERNIERE-FIN
                           END-IF
                           IF WS-TRIMESTRE NOT = SPACES
                              AND F-TCL-LIBELLE = WS-TRIMESTRE
                               MOVE "O" TO WS-TRIM-TROUVE
                               MOVE F-TCL-DEBUT TO WS-BORNE-DEBUT
                               MOVE F-TCL-FIN   TO WS-BORNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           IF WS-TRIM-TROUVE = "N"
               COMPUTE WS-BORNE-DEBUT = WS-DERNIERE-FIN + 1
               MOVE 99999999 TO WS-BORNE-FIN
           END-IF.

      *    Releve dans notes-audit.txt les modifications du
      *    trimestre (date d'evaluation dans les bornes) et de la
      *    classe demandee ; l'absence du journal n'est pas une
      *    erreur
       RELEVER-MODIFICATIONS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT AUDIT-FICHIER.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           IF F-AUD-DATE-EVAL >= WS-BORNE-DEBUT
                              AND F-AUD-DATE-EVAL <= WS-BORNE-FIN
                              AND (WS-CLASSE-FILTRE = SPACES
                               OR F-AUD-CLASSE = WS-CLASSE-FILTRE)
                               PERFORM RETENIR-MODIFICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FICHIER
           END-IF.

       RETENIR-MODIFICATION.
           IF WS-NB-MOD < WS-MOD-CAPACITE
               ADD 1 TO WS-NB-MOD
               MOVE F-AUD-CLASSE  TO WS-MOD-CLASSE(WS-NB-MOD)
               MOVE WS-NB-LUES    TO WS-MOD-RANG(WS-NB-MOD)
               MOVE F-AUDIT-NOTE  TO WS-MOD-LIGNE(WS-NB-MOD)
           ELSE
               ADD 1 TO WS-NB-IGNORES
           END-IF.

      *    Tri a bulles de WS-MOD sur la classe puis le rang dans le
      *    journal (ordre chronologique)
       TRIER-MODIFICATIONS.
           PERFORM VARYING WS-IDX-TRI1 FROM 1 BY 1
                   UNTIL WS-IDX-TRI1 >= WS-NB-MOD
               PERFORM VARYING WS-IDX-TRI2 FROM 1 BY 1
                       UNTIL WS-IDX-TRI2 > WS-NB-MOD - WS-IDX-TRI1
                   IF WS-MOD-CLE(WS-IDX-TRI2) >
                           WS-MOD-CLE(WS-IDX-TRI2 + 1)
                       MOVE WS-MOD(WS-IDX-TRI2)     TO WS-TEMP-MOD
                       MOVE WS-MOD(WS-IDX-TRI2 + 1)
                           TO WS-MOD(WS-IDX-TRI2)
                       MOVE WS-TEMP-MOD TO WS-MOD(WS-IDX-TRI2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Titre du releve : trimestre et ses bornes, classe, date
      *    d'edition
       ECRIRE-ENTETE.
           IF WS-TRIM-TROUVE = "O"
               STRING "MODIFICATIONS DE NOTES - TRIMESTRE "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TRIMESTRE) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           ELSE
               STRING "MODIFICATIONS DE NOTES - TRIMESTRE EN COURS "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TRIMESTRE) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           END-IF.
           IF WS-CLASSE-FILTRE NOT = SPACES
               MOVE "- classe" TO WS-LIGNE-RAPPORT(52:8)
               MOVE WS-CLASSE-FILTRE TO WS-LIGNE-RAPPORT(61:3)
           END-IF.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-BORNE-DEBUT TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           IF WS-TRIM-TROUVE = "O"
               MOVE "Evaluations du" TO WS-LIGNE-RAPPORT(1:14)
               MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(16:10)
               MOVE "au" TO WS-LIGNE-RAPPORT(27:2)
               MOVE WS-BORNE-FIN TO WS-DATE-ISO
               PERFORM FORMATER-DATE
               MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(30:10)
           ELSE
               IF WS-DERNIERE-FIN = 0
                   MOVE "Toutes les evaluations"
                       TO WS-LIGNE-RAPPORT(1:22)
               ELSE
                   MOVE "Evaluations depuis le"
                       TO WS-LIGNE-RAPPORT(1:21)
                   MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(23:10)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-DATE-SYS TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE "Edite le" TO WS-LIGNE-RAPPORT(1:8).
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(10:10).
           PERFORM ECRIRE-LIGNE.

      *    Entete d'une classe et des colonnes
       ECRIRE-CLASSE.
           MOVE WS-MOD-CLASSE(WS-IDX-MOD) TO WS-CLASSE-COURANTE.
           ADD 1 TO WS-NB-CLASSES.
           MOVE 0 TO WS-NB-CLASSE.
           PERFORM ECRIRE-LIGNE.
           STRING "Classe " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLASSE-COURANTE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "Le" TO WS-LIGNE-RAPPORT(3:2).
           MOVE "Heure" TO WS-LIGNE-RAPPORT(14:5).
           MOVE "Op" TO WS-LIGNE-RAPPORT(20:2).
           MOVE "Eleve" TO WS-LIGNE-RAPPORT(24:5).
           MOVE "Matiere" TO WS-LIGNE-RAPPORT(51:7).
           MOVE "Controle" TO WS-LIGNE-RAPPORT(62:8).
           MOVE "Avant" TO WS-LIGNE-RAPPORT(73:5).
           MOVE "Apres" TO WS-LIGNE-RAPPORT(79:5).
           PERFORM ECRIRE-LIGNE.

      *    Total de la classe qui se termine
       FINIR-CLASSE.
           IF WS-NB-CLASSE > 0
               MOVE WS-NB-CLASSE TO WS-NB-AFF
               STRING "  Modifications de la classe : "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-AFF) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Deux lignes par modification : quand, qui, quelle note
      *    (eleve, matiere, date du controle), avant et apres, puis
      *    la nature de l'action, le programme et le motif
       ECRIRE-MODIFICATION.
           MOVE WS-MOD-LIGNE(WS-IDX-MOD) TO WS-AUD.
           ADD 1 TO WS-NB-CLASSE.
           MOVE WS-AUD-DATE TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(3:10).
           MOVE WS-AUD-HH TO WS-HEURE-AFF-HH.
           MOVE WS-AUD-MN TO WS-HEURE-AFF-MN.
           MOVE WS-HEURE-AFF TO WS-LIGNE-RAPPORT(14:5).
           MOVE WS-AUD-OPERATEUR TO WS-LIGNE-RAPPORT(20:3).
           MOVE WS-AUD-ELEVE TO WS-NOM-AFFICHE.
           IF WS-AUD-ELEVE(1:5) IS NUMERIC
               MOVE WS-AUD-ELEVE(1:5) TO WS-REF-NUMERO
               CALL "EleveRef" USING WS-REF-NUMERO WS-REF-NOM
                                      WS-REF-CLASSE WS-REF-TROUVE
               IF WS-REF-TROUVE = "O"
                   MOVE WS-REF-NOM TO WS-NOM-AFFICHE
               END-IF
               MOVE WS-AUD-ELEVE(1:5) TO WS-LIGNE-RAPPORT(24:5)
               MOVE WS-NOM-AFFICHE(1:20) TO WS-LIGNE-RAPPORT(30:20)
           ELSE
               MOVE WS-NOM-AFFICHE(1:26) TO WS-LIGNE-RAPPORT(24:26)
           END-IF.
           MOVE WS-AUD-MATIERE TO WS-LIGNE-RAPPORT(51:10).
           MOVE WS-AUD-DATE-EVAL TO WS-DATE-ISO.
           PERFORM FORMATER-DATE.
           MOVE WS-DATE-AFF TO WS-LIGNE-RAPPORT(62:10).
           MOVE WS-AUD-ANCIENNE TO WS-LIGNE-RAPPORT(74:3).
           MOVE WS-AUD-NOUVELLE TO WS-LIGNE-RAPPORT(80:3).
           PERFORM ECRIRE-LIGNE.
           EVALUATE WS-AUD-ACTION
               WHEN "M"
                   MOVE "modifiee" TO WS-LIGNE-RAPPORT(14:9)
               WHEN "S"
                   MOVE "supprimee" TO WS-LIGNE-RAPPORT(14:9)
               WHEN "A"
                   MOVE "reportee" TO WS-LIGNE-RAPPORT(14:9)
               WHEN OTHER
                   MOVE WS-AUD-ACTION TO WS-LIGNE-RAPPORT(14:1)
           END-EVALUATE.
           MOVE WS-AUD-PROGRAMME TO WS-LIGNE-RAPPORT(24:10).
           MOVE "motif :" TO WS-LIGNE-RAPPORT(36:7).
           MOVE WS-AUD-MOTIF TO WS-LIGNE-RAPPORT(44:30).
           PERFORM ECRIRE-LIGNE.

      *    Date AAAAMMJJ de WS-DATE-ISO en JJ/MM/AAAA
       FORMATER-DATE.
           MOVE WS-DI-JJ   TO WS-DATE-AFF-JJ.
           MOVE WS-DI-MM   TO WS-DATE-AFF-MM.
           MOVE WS-DI-AAAA TO WS-DATE-AFF-AAAA.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
