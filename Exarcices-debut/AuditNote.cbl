       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditNote.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : ajoute une ligne horodatee au
      *    journal des modifications de notes notes-audit.txt
      *    (AuditNote.cpy) avec le code de l'operateur de la
      *    session. ExerciceNotes et CHARGE-NOTES l'appellent pour
      *    chaque note deja enregistree qu'ils modifient ou
      *    suppriment, apres avoir fait saisir le motif ; AUDIT-NOTES
      *    en tire le releve par classe et par trimestre.
      *    Un journal inaccessible n'arrete pas l'appelant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FICHIER ASSIGN TO "notes-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FICHIER.
           COPY "AuditNote.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX.

      *    Code de l'operateur de la session, pose par OPERATIONS ou
      *    par Connexion dans le programme appelant
       01 WS-OPERATEUR-COURANT  PIC X(03) EXTERNAL.

      *    Date et heure systeme, pour l'horodatage de la ligne
       77 WS-DATE-SYS           PIC 9(8).
       77 WS-HEURE-SYS          PIC 9(8).

       LINKAGE SECTION.
       01 L-PROGRAMME           PIC X(10).
       01 L-ACTION              PIC X.
       01 L-ELEVE               PIC X(10).
       01 L-CLASSE              PIC X(03).
       01 L-MATIERE             PIC X(10).
       01 L-DATE-EVAL           PIC 9(08).
       01 L-ANCIENNE            PIC X(03).
       01 L-NOUVELLE            PIC X(03).
       01 L-MOTIF               PIC X(30).

       PROCEDURE DIVISION USING L-PROGRAMME L-ACTION L-ELEVE
                                 L-CLASSE L-MATIERE L-DATE-EVAL
                                 L-ANCIENNE L-NOUVELLE L-MOTIF.
       DEBUT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.

           OPEN EXTEND AUDIT-FICHIER
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FICHIER
           END-IF

      *    Code jamais pose (programme lance hors du menu) : des
      *    octets nuls, ramenes a blanc pour garder la ligne saine
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF

           IF WS-AUDIT-STATUS = "00"
               MOVE WS-DATE-SYS          TO F-AUD-DATE
               MOVE WS-HEURE-SYS(1:4)    TO F-AUD-HEURE
               MOVE WS-OPERATEUR-COURANT TO F-AUD-OPERATEUR
               MOVE L-PROGRAMME          TO F-AUD-PROGRAMME
               MOVE L-ACTION             TO F-AUD-ACTION
               MOVE L-ELEVE              TO F-AUD-ELEVE
               MOVE L-CLASSE             TO F-AUD-CLASSE
               MOVE L-MATIERE            TO F-AUD-MATIERE
               MOVE L-DATE-EVAL          TO F-AUD-DATE-EVAL
               MOVE L-ANCIENNE           TO F-AUD-ANCIENNE
               MOVE L-NOUVELLE           TO F-AUD-NOUVELLE
               MOVE L-MOTIF              TO F-AUD-MOTIF
               WRITE F-AUDIT-NOTE
               CLOSE AUDIT-FICHIER
           ELSE
               DISPLAY "** Modification non journalisee (notes-"
                       "audit.txt inaccessible) **"
           END-IF.

           GOBACK.
