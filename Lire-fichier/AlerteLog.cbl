      *    DISPLAY qui defile et disparait. RESUME-JOUR remonte les
      *    alertes du jour en tete de son resume : une section vide
      *    veut dire que tout va bien.
      *    Chaque alerte est aussi mise en file pour le superviseur
      *    (MessageSortant, par email, destinataire de la cle
      *    MESSAGES-SUPERVISEUR de parametres.txt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-A-COMMENTAIRE   PIC X(25)  VALUE SPACES.

      *    Message de l'alerte pour le superviseur
       01 WS-CFG-CLE            PIC X(20)  VALUE "MESSAGES-SUPERVISEUR".
       01 WS-CFG-VALEUR         PIC X(20).
       01 WS-CFG-TROUVE         PIC X.
       01 WS-MSG-DESTINATAIRE   PIC X(30).
       01 WS-MSG-CANAL          PIC X      VALUE "E".
       01 WS-MSG-OBJET          PIC X(40).
       01 WS-MSG-REFERENCE      PIC X(40).
       01 WS-MSG-RESULTAT       PIC X.

       LINKAGE SECTION.
       01 L-PROGRAMME           PIC X(10).
       01 L-FICHIER             PIC X(20).
               CLOSE ALERTES-FICHIER
           END-IF.

           MOVE "SUPERVISEUR" TO WS-MSG-DESTINATAIRE
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE
           IF WS-CFG-TROUVE = "O"
               MOVE WS-CFG-VALEUR TO WS-MSG-DESTINATAIRE
           END-IF
           MOVE SPACES TO WS-MSG-OBJET
           STRING "Alerte " DELIMITED BY SIZE
                  L-PROGRAMME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  L-FICHIER DELIMITED BY SIZE
               INTO WS-MSG-OBJET
           MOVE SPACES TO WS-MSG-REFERENCE
           STRING "alertes.txt statut " DELIMITED BY SIZE
                  L-STATUT DELIMITED BY SIZE
               INTO WS-MSG-REFERENCE
           CALL "MessageSortant" USING WS-MSG-DESTINATAIRE
                                       WS-MSG-CANAL WS-MSG-OBJET
                                       WS-MSG-REFERENCE L-PROGRAMME
                                       WS-MSG-RESULTAT.

           GOBACK.
