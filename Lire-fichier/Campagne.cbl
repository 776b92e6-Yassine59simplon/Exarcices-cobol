       IDENTIFICATION DIVISION.
       PROGRAM-ID. Campagne.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : enregistrement d'une campagne de
      *    courrier pendant un tirage d'etiquettes.
      *    L-ACTION "O" ouvre la campagne L-CAMPAGNE : un code deja
      *    present dans campagnes.txt (Campagne.cpy) est refuse
      *    (L-RESULTAT "D") ; sinon la ligne de campagne est ajoutee
      *    avec la date du jour et l'operateur de la session, et le
      *    fichier des envois reste ouvert (L-RESULTAT "O").
      *    L-ACTION "E" ajoute l'envoi L-ENVOI a campagnes-envois.txt
      *    (CampagneEnvoi.cpy) sous le code de la campagne ouverte.
      *    L-ACTION "F" ferme le fichier des envois.
      *    L-RESULTAT "E" signale un fichier inaccessible : le tirage
      *    continue sans suivi. Utilise par ETIQUETTES et
      *    GERE-MENAGES ; CAMPAGNES relit les trois fichiers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAGNES-FICHIER ASSIGN TO "campagnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAGNES-STATUS.

           SELECT ENVOIS-FICHIER ASSIGN TO "campagnes-envois.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVOIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAGNES-FICHIER.
           COPY "Campagne.cpy".

       FD  ENVOIS-FICHIER.
           COPY "CampagneEnvoi.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAMPAGNES-STATUS     PIC XX.
       01 WS-ENVOIS-STATUS        PIC XX.
       01 WS-FIN                  PIC X.
       01 WS-EXISTE               PIC X.
       01 WS-ENVOIS-OUVERT        PIC X VALUE "N".
       01 WS-CODE-OUVERT          PIC X(08) VALUE SPACES.

      *    Code de l'operateur de la session, pose par OPERATIONS ou
      *    par Connexion dans le programme appelant
       01 WS-OPERATEUR-COURANT    PIC X(03) EXTERNAL.

       77 WS-DATE-SYS             PIC 9(8).

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-CAMPAGNE.
           05 L-CAM-CODE          PIC X(08).
           05 L-CAM-PROGRAMME     PIC X(10).
           05 L-CAM-SELECTION     PIC X(40).
       01 L-ENVOI.
           05 L-ENV-PERSONNE      PIC 9(05).
           05 L-ENV-MENAGE        PIC X(04).
           05 L-ENV-CP            PIC X(05).
           05 L-ENV-VILLE         PIC X(15).
       01 L-RESULTAT              PIC X.

       PROCEDURE DIVISION USING L-ACTION L-CAMPAGNE L-ENVOI
                                L-RESULTAT.
       DEBUT.
           EVALUATE L-ACTION
               WHEN "O"
                   PERFORM OUVRIR-CAMPAGNE THRU OUVRIR-CAMPAGNE-FIN
               WHEN "E"
                   PERFORM AJOUTER-ENVOI
               WHEN "F"
                   PERFORM FERMER-CAMPAGNE
           END-EVALUATE.
           GOBACK.

      *    Code unique : recherche dans campagnes.txt avant l'ajout
       OUVRIR-CAMPAGNE.
           IF WS-ENVOIS-OUVERT = "O"
               PERFORM FERMER-CAMPAGNE
           END-IF.
           MOVE "N" TO WS-EXISTE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CAMPAGNES-FICHIER.
           IF WS-CAMPAGNES-STATUS = "00"
               PERFORM UNTIL WS-CAMPAGNES-STATUS NOT = "00"
                   READ CAMPAGNES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-CAM-CODE = L-CAM-CODE
                               MOVE "O" TO WS-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAGNES-FICHIER
           END-IF.
           IF WS-EXISTE = "O"
               MOVE "D" TO L-RESULTAT
               GO TO OUVRIR-CAMPAGNE-FIN
           END-IF.

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           OPEN EXTEND CAMPAGNES-FICHIER.
           IF WS-CAMPAGNES-STATUS NOT = "00"
               OPEN OUTPUT CAMPAGNES-FICHIER
           END-IF.
           IF WS-CAMPAGNES-STATUS NOT = "00"
               MOVE "E" TO L-RESULTAT
               GO TO OUVRIR-CAMPAGNE-FIN
           END-IF.
           MOVE L-CAM-CODE           TO F-CAM-CODE.
           MOVE WS-DATE-SYS          TO F-CAM-DATE.
           MOVE L-CAM-PROGRAMME      TO F-CAM-PROGRAMME.
           MOVE WS-OPERATEUR-COURANT TO F-CAM-OPERATEUR.
           MOVE L-CAM-SELECTION      TO F-CAM-SELECTION.
           WRITE F-CAMPAGNE.
           CLOSE CAMPAGNES-FICHIER.

           OPEN EXTEND ENVOIS-FICHIER.
           IF WS-ENVOIS-STATUS NOT = "00"
               OPEN OUTPUT ENVOIS-FICHIER
           END-IF.
           IF WS-ENVOIS-STATUS NOT = "00"
               MOVE "E" TO L-RESULTAT
               GO TO OUVRIR-CAMPAGNE-FIN
           END-IF.
           MOVE "O" TO WS-ENVOIS-OUVERT.
           MOVE L-CAM-CODE TO WS-CODE-OUVERT.
           MOVE "O" TO L-RESULTAT.
       OUVRIR-CAMPAGNE-FIN.
           EXIT.

       AJOUTER-ENVOI.
           IF WS-ENVOIS-OUVERT = "O"
               MOVE WS-CODE-OUVERT TO F-ENV-CAMPAGNE
               MOVE L-ENV-PERSONNE TO F-ENV-PERSONNE
               MOVE L-ENV-MENAGE   TO F-ENV-MENAGE
               MOVE L-ENV-CP       TO F-ENV-CP
               MOVE L-ENV-VILLE    TO F-ENV-VILLE
               WRITE F-ENVOI
               MOVE "O" TO L-RESULTAT
           ELSE
               MOVE "E" TO L-RESULTAT
           END-IF.

       FERMER-CAMPAGNE.
           IF WS-ENVOIS-OUVERT = "O"
               CLOSE ENVOIS-FICHIER
               MOVE "N" TO WS-ENVOIS-OUVERT
           END-IF.
           MOVE "O" TO L-RESULTAT.
