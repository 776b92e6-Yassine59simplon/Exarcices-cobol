       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvisConseil.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : libelle et categorie d'un code de
      *    decision du conseil de classe, d'apres le fichier de
      *    reference codes-conseil.txt (code sur 3, libelle sur 30,
      *    categorie sur 1). Categories : T = avertissement travail,
      *    C = avertissement conduite, E = encouragement (mentions
      *    du conseil), A = autre. Sans fichier, la liste classique
      *    s'applique (AVT, AVC, ENC, COM, FEL). L-TROUVE rend "O"
      *    ou "N". Un code a blanc affiche la liste des codes.
      *    Utilise par CONSEIL-CLASSE, BULLETIN, BILAN-ANNEE et
      *    LETTRES-PAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-FICHIER ASSIGN TO "codes-conseil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-FICHIER.
       01  F-CODE-CONSEIL.
           05 F-CCO-CODE          PIC X(03).
           05 F-CCO-LIBELLE       PIC X(30).
           05 F-CCO-CATEGORIE     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CODES-STATUS         PIC XX.
       01 WS-FIN                  PIC X.

      *    Liste classique, quand le referentiel n'existe pas encore
       01 WS-CODES-DEFAUT-VAL.
           05 FILLER PIC X(34) VALUE
              "AVTAvertissement travail         T".
           05 FILLER PIC X(34) VALUE
              "AVCAvertissement conduite        C".
           05 FILLER PIC X(34) VALUE
              "ENCEncouragements                E".
           05 FILLER PIC X(34) VALUE
              "COMCompliments                   E".
           05 FILLER PIC X(34) VALUE
              "FELFelicitations                 E".
       01 WS-CODES-DEFAUT REDEFINES WS-CODES-DEFAUT-VAL.
           05 WS-DEF OCCURS 5 TIMES.
              10 WS-DEF-CODE      PIC X(03).
              10 WS-DEF-LIBELLE   PIC X(30).
              10 WS-DEF-CATEGORIE PIC X.
       01 WS-IDX-DEF              PIC 9.

       LINKAGE SECTION.
       01 L-CODE                  PIC X(03).
       01 L-LIBELLE               PIC X(30).
       01 L-CATEGORIE             PIC X.
       01 L-TROUVE                PIC X.

       PROCEDURE DIVISION USING L-CODE L-LIBELLE L-CATEGORIE
                                L-TROUVE.
       DEBUT.
           MOVE SPACES TO L-LIBELLE.
           MOVE SPACE TO L-CATEGORIE.
           MOVE "N" TO L-TROUVE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CODES-FICHIER.
           IF WS-CODES-STATUS NOT = "00"
               PERFORM VARYING WS-IDX-DEF FROM 1 BY 1
                       UNTIL WS-IDX-DEF > 5
                   MOVE WS-DEF(WS-IDX-DEF) TO F-CODE-CONSEIL
                   PERFORM EXAMINER-CODE
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-CODES-STATUS NOT = "00"
                   READ CODES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM EXAMINER-CODE
                   END-READ
               END-PERFORM
               CLOSE CODES-FICHIER
           END-IF.
           GOBACK.

      *    Code lu (ou de la liste classique) : affiche en mode
      *    liste, retenu s'il est le code demande
       EXAMINER-CODE.
           IF L-CODE = SPACES
               DISPLAY "  " F-CCO-CODE " " F-CCO-LIBELLE
                       " (" F-CCO-CATEGORIE ")"
           ELSE
               IF F-CCO-CODE = L-CODE AND L-TROUVE = "N"
                   MOVE F-CCO-LIBELLE TO L-LIBELLE
                   MOVE F-CCO-CATEGORIE TO L-CATEGORIE
                   MOVE "O" TO L-TROUVE
               END-IF
           END-IF.
