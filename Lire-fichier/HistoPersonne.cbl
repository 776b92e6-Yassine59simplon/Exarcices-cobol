       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoPersonne.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : ajoute a l'historique des
      *    personnes personnes-histo.txt (HistoPersonne.cpy) l'image
      *    avant puis l'image apres d'une personne modifiee, avec le
      *    code de l'operateur de la session et l'horodatage (date,
      *    heure a la seconde). Les images font 125 octets :
      *    l'enregistrement de personnes.dat, puis le menage et le
      *    drapeau de chef pour GERE-MENAGES ; une image a blanc
      *    signale une personne absente. Appele par Personnes-d,
      *    CHARCHE-NOM, ARCHIVE-PERS, GERE-MENAGES, CAMPAGNES,
      *    DROITS-PERS et FUSION-NUM juste apres l'ecriture reussie.
      *    Un historique inaccessible n'arrete pas l'appelant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FICHIER ASSIGN TO "personnes-histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTO-FICHIER.
           COPY "HistoPersonne.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTO-STATUS       PIC XX.

      *    Code de l'operateur de la session, pose par OPERATIONS ou
      *    par Connexion dans le programme appelant
       01 WS-OPERATEUR-COURANT  PIC X(03) EXTERNAL.

      *    Date et heure systeme, pour l'horodatage des deux lignes
       77 WS-DATE-SYS           PIC 9(8).
       77 WS-HEURE-SYS          PIC 9(8).

       LINKAGE SECTION.
       01 L-PROGRAMME           PIC X(10).
       01 L-ACTION              PIC X.
       01 L-AVANT               PIC X(125).
       01 L-APRES               PIC X(125).

       PROCEDURE DIVISION USING L-PROGRAMME L-ACTION L-AVANT
                                 L-APRES.
       DEBUT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.

           OPEN EXTEND HISTO-FICHIER
           IF WS-HISTO-STATUS NOT = "00"
               OPEN OUTPUT HISTO-FICHIER
           END-IF

      *    Code jamais pose (programme lance hors du menu) : des
      *    octets nuls, ramenes a blanc pour garder la ligne saine
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF

           IF WS-HISTO-STATUS = "00"
               MOVE WS-DATE-SYS          TO F-HPE-DATE
               MOVE WS-HEURE-SYS(1:6)    TO F-HPE-HEURE
               MOVE WS-OPERATEUR-COURANT TO F-HPE-OPERATEUR
               MOVE L-PROGRAMME          TO F-HPE-PROGRAMME
               MOVE L-ACTION             TO F-HPE-ACTION
               MOVE "A"                  TO F-HPE-SENS
               MOVE L-AVANT              TO F-HPE-IMAGE
               WRITE F-HISTO-PERSONNE
               MOVE "P"                  TO F-HPE-SENS
               MOVE L-APRES              TO F-HPE-IMAGE
               WRITE F-HISTO-PERSONNE
               CLOSE HISTO-FICHIER
           ELSE
               DISPLAY "** Changement non historise (personnes-"
                       "histo.txt inaccessible) **"
           END-IF.

           GOBACK.
