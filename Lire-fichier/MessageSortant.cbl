       IDENTIFICATION DIVISION.
       PROGRAM-ID. MessageSortant.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : ajoute un message a la file des
      *    messages sortants messages.txt (Message.cpy), en attente
      *    d'etre libere par MESSAGES : destinataire, canal (C
      *    courrier, E email, S SMS), objet, reference du corps
      *    (fichier ou ligne qui le porte) et programme source.
      *    Le numero suit le plus grand numero de la file. Un message
      *    identique deja mis en file le meme jour n'est pas repris,
      *    pour qu'un programme relance ne double pas ses envois.
      *    L-RESULTAT : O = ajoute, D = deja en file aujourd'hui,
      *    E = file inaccessible (le programme appelant continue).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGES-FICHIER ASSIGN TO "messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGES-FICHIER.
           COPY "Message.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MESSAGES-STATUS      PIC XX.
       01 WS-FIN                  PIC X.
       01 WS-EXISTE               PIC X.
       01 WS-DERNIER-NUMERO       PIC 9(06).

      *    Code de l'operateur de la session, pose par OPERATIONS ou
      *    par Connexion dans le programme appelant
       01 WS-OPERATEUR-COURANT    PIC X(03) EXTERNAL.

       77 WS-DATE-SYS             PIC 9(8).
       77 WS-HEURE-SYS            PIC 9(8).

       LINKAGE SECTION.
       01 L-DESTINATAIRE          PIC X(30).
       01 L-CANAL                 PIC X.
       01 L-OBJET                 PIC X(40).
       01 L-REFERENCE             PIC X(40).
       01 L-SOURCE                PIC X(10).
       01 L-RESULTAT              PIC X.

       PROCEDURE DIVISION USING L-DESTINATAIRE L-CANAL L-OBJET
                                L-REFERENCE L-SOURCE L-RESULTAT.
       DEBUT.
           PERFORM AJOUTER-MESSAGE THRU AJOUTER-MESSAGE-FIN.
           GOBACK.

      *    Parcours de la file : plus grand numero, et recherche
      *    du meme message cree aujourd'hui
       AJOUTER-MESSAGE.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE "N" TO WS-EXISTE.
           MOVE 0 TO WS-DERNIER-NUMERO.
           MOVE "C" TO WS-FIN.
           OPEN INPUT MESSAGES-FICHIER.
           IF WS-MESSAGES-STATUS = "00"
               PERFORM UNTIL WS-MESSAGES-STATUS NOT = "00"
                   READ MESSAGES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MSG-NUMERO IS NUMERIC
                              AND F-MSG-NUMERO > WS-DERNIER-NUMERO
                               MOVE F-MSG-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                           IF F-MSG-DATE-CREATION = WS-DATE-SYS
                              AND F-MSG-DESTINATAIRE = L-DESTINATAIRE
                              AND F-MSG-CANAL = L-CANAL
                              AND F-MSG-OBJET = L-OBJET
                              AND F-MSG-REFERENCE = L-REFERENCE
                              AND F-MSG-SOURCE = L-SOURCE
                               MOVE "O" TO WS-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FICHIER
           END-IF.
           IF WS-EXISTE = "O"
               MOVE "D" TO L-RESULTAT
               GO TO AJOUTER-MESSAGE-FIN
           END-IF.

           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           OPEN EXTEND MESSAGES-FICHIER.
           IF WS-MESSAGES-STATUS NOT = "00"
               OPEN OUTPUT MESSAGES-FICHIER
           END-IF.
           IF WS-MESSAGES-STATUS NOT = "00"
               MOVE "E" TO L-RESULTAT
               GO TO AJOUTER-MESSAGE-FIN
           END-IF.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO    TO F-MSG-NUMERO.
           MOVE L-DESTINATAIRE       TO F-MSG-DESTINATAIRE.
           MOVE L-CANAL              TO F-MSG-CANAL.
           MOVE L-OBJET              TO F-MSG-OBJET.
           MOVE L-REFERENCE          TO F-MSG-REFERENCE.
           MOVE L-SOURCE             TO F-MSG-SOURCE.
           MOVE "A"                  TO F-MSG-STATUT.
           MOVE 0                    TO F-MSG-ESSAIS.
           MOVE WS-DATE-SYS          TO F-MSG-DATE-CREATION.
           MOVE WS-HEURE-SYS(1:4)    TO F-MSG-HEURE-CREATION.
           MOVE WS-DATE-SYS          TO F-MSG-DATE-ETAT.
           MOVE WS-HEURE-SYS(1:4)    TO F-MSG-HEURE-ETAT.
           MOVE WS-OPERATEUR-COURANT TO F-MSG-OPERATEUR.
           WRITE F-MESSAGE.
           CLOSE MESSAGES-FICHIER.
           MOVE "O" TO L-RESULTAT.
       AJOUTER-MESSAGE-FIN.
           EXIT.
