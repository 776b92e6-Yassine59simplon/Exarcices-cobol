      * aux doigts fatigues. La restauration garde d'abord l'etat
      * courant dans <fichier>.retour, pour pouvoir revenir en
      * arriere du retour lui-meme.
      * Le retour est trace, avec le code de l'operateur, dans actions-
      * sensibles.txt (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion. Sans operateur identifie, la restauration est
      * abandonnee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-AJOUTEES             PIC 9(03).
       01 WS-NB-SUPPRIMEES           PIC 9(03).

      *    Code de l'operateur de la session (pose par OPERATIONS et
      *    partage par la clause EXTERNAL, ou saisi ici) : il signe
      *    la restauration
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "RETOUR-GEN".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "Nom du fichier maitre (ex. eleves.txt) : ".
       ACCEPT WS-NOM-COURANT.
       MOVE SPACES TO WS-NOM-PREC.
           ACCEPT WS-CONFIRMER
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER
           IF WS-CONFIRMER = "O"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               IF WS-CNX-RESULTAT = "N" OR WS-CNX-RESULTAT = "V"
                   DISPLAY "Operateur non identifie : restauration "
                           "abandonnee."
               ELSE
                   PERFORM RESTAURER-PRECEDENTE
                      THRU RESTAURER-PRECEDENTE-FIN
               END-IF
           ELSE
               DISPLAY "Restauration abandonnee."
           END-IF
           DISPLAY "Generation precedente restauree ; l'etat "
                   "d'avant le retour est dans "
                   FUNCTION TRIM(WS-NOM-RETOUR).
           MOVE "RESTAURE" TO WS-TRC-ACTION.
           MOVE WS-NOM-COURANT TO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE "generation precedente" TO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
       RESTAURER-PRECEDENTE-FIN.
           EXIT.
