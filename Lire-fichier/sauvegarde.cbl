      * supprimes). Les maitres indexes (inventaire.dat,
      * personnes.dat, clients.dat) sont exportes en texte au dessin
      * de leur enregistrement et reconstruits a la restauration.
      * Les totaux de controle des maitres indexes (TotauxMaitre) sont
      * verifies avant leur copie, un ecart etant signale sans empecher
      * la sauvegarde, et enregistres de nouveau pour chaque maitre
      * reconstruit par une restauration.
      * Chaque maitre restaure est trace dans actions-sensibles.txt
      * (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Le maitre indexe des personnes, exporte et reconstruit
           05 F-CLIENT-NUMERO        PIC 9(05).
           05 F-CLIENT-NOM           PIC X(20).
           05 F-CLIENT-TYPE          PIC X(10).
           05 F-CLIENT-BALANCE       PIC S9(6)V99.
           05 F-CLIENT-CATEGORY      PIC X(20).

       FD  CONTROLE-FICHIER.
      *    programme tourne seul) ; l'action sensible exige un
      *    superviseur et les refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME      PIC X(10) VALUE "SAUVEGARDE".
       01 WS-NOM-SUPPRESSION         PIC X(40).
       01 WS-RC-SUPPRESSION          PIC 9(4) COMP.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "SAUVEGARDE".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "1. Sauvegarder les maitres".
                   TO WS-CPT-NOM(WS-IDX-MAITRE)
               MOVE WS-NB-COPIES TO WS-CPT-NB(WS-IDX-MAITRE)
           END-PERFORM.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-TOTAUX.
           PERFORM EXPORTER-INVENTAIRE.
           MOVE "inventaire.dat" TO WS-CPT-NOM(8).
           MOVE WS-NB-COPIES TO WS-CPT-NB(8).
           MOVE "personnes.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-TOTAUX.
           PERFORM EXPORTER-PERSONNES.
           MOVE "personnes.dat" TO WS-CPT-NOM(9).
           MOVE WS-NB-COPIES TO WS-CPT-NB(9).
           MOVE "clients.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-TOTAUX.
           PERFORM EXPORTER-CLIENTS.
           MOVE "clients.dat" TO WS-CPT-NOM(10).
           MOVE WS-NB-COPIES TO WS-CPT-NB(10).
                           NOT AT END
                               ADD 1 TO WS-NB-COPIES
                               MOVE SPACES TO F-LIGNE-CIBLE
                               MOVE F-ARTICLE TO F-LIGNE-CIBLE(1:51)
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
               END-IF
           END-IF.

      *    Totaux de controle du maitre indexe WS-TOT-MAITRE avant
      *    sa copie : un ecart est signale, la copie est faite quand
      *    meme (elle sert justement a l'examiner)
       VERIFIER-TOTAUX.
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "SAUVEGARDE" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "** La copie de " FUNCTION TRIM(WS-TOT-MAITRE)
                       " reprend un maitre en ecart **"
           END-IF.

      *    Le maitre reconstruit depuis sa copie devient la
      *    reference de ses totaux de controle
       SCELLER-TOTAUX.
           MOVE "S" TO WS-TOT-ACTION.
           MOVE "SAUVEGARDE" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.

      *    Recharge les comptes attendus depuis le manifeste du jeu
       CHARGER-MANIFESTE.
           MOVE SPACES TO WS-NOM-CONTROLE.
                               " restaure (" WS-NB-COPIES
                               " enregistrement(s))"
               END-EVALUATE
               IF WS-CPT-NOM(WS-IDX-CPT) NOT = SPACES
                   PERFORM TRACER-RESTAURATION
               END-IF
           END-PERFORM.
           DISPLAY "Restauration du jeu " WS-DATE-JEU " terminee.".

      *    Trace la restauration du maitre courant dans le journal
      *    des actions sensibles
       TRACER-RESTAURATION.
           MOVE "RESTAURE" TO WS-TRC-ACTION.
           MOVE WS-CPT-NOM(WS-IDX-CPT) TO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "jeu du " DELIMITED BY SIZE
                  WS-DATE-JEU DELIMITED BY SIZE
               INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.

       RECONSTRUIRE-INVENTAIRE.
           MOVE "inventaire.dat" TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-COPIES
                               MOVE F-LIGNE-SOURCE(1:51)
                                   TO F-ARTICLE
                               WRITE F-ARTICLE
                                   INVALID KEY
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE FICHIER-INVENTAIRE
                   MOVE "inventaire.dat" TO WS-TOT-MAITRE
                   PERFORM SCELLER-TOTAUX
                   DISPLAY "   inventaire.dat reconstruit ("
                           WS-NB-COPIES " enregistrement(s))"
               END-IF
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE FICHIER-PERSONNES
                   MOVE "personnes.dat" TO WS-TOT-MAITRE
                   PERFORM SCELLER-TOTAUX
                   DISPLAY "   personnes.dat reconstruit ("
                           WS-NB-COPIES " enregistrement(s))"
               END-IF
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE FICHIER-CLIENTS
                   MOVE "clients.dat" TO WS-TOT-MAITRE
                   PERFORM SCELLER-TOTAUX
                   DISPLAY "   clients.dat reconstruit ("
                           WS-NB-COPIES " enregistrement(s))"
               END-IF
