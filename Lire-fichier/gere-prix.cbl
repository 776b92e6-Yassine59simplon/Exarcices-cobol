      * IMPORT-CSV - et edite le rapport des changements de prix
      * d'une periode dans prix-changements.txt. VALORISATION relit
      * ce journal pour valoriser le stock aux prix en vigueur a une
      * date passee, et ETIQ-PRIX pour tirer les etiquettes de rayon
      * des prix changes. L'article a corriger se designe par son
      * nom ou par son code article (cle secondaire du maitre).
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Chaque changement de prix est aussi trace, avec l'heure et
      * l'operateur, dans actions-sensibles.txt (TraceAction).
      * Le code operateur, quand la session d'OPERATIONS ne l'a pas
      * deja pose, est demande avec son PIN par le sous-programme
      * Connexion. Sans operateur identifie, la correction est
      * abandonnee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Meme decoupage que F-PRIX-JOURNAL dans import-csv.cbl
       01 WS-CHOIX-MODE                        PIC 9 VALUE 0.
       01 WS-TROUVE                            PIC X VALUE "N".

      *    Code de l'operateur de la session (pose par OPERATIONS, ou
      *    saisi avant une correction), repris dans le journal des
      *    prix et dans celui des actions sensibles
       01 WS-OPERATEUR-COURANT                 PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION                        PIC X     VALUE "C".
       01 WS-CNX-RESULTAT                      PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou : un seul utilisateur a la fois reecrit le maitre

       77 WS-DATE-SYS                          PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "GERE-PRIX".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       DISPLAY "1. Corriger le prix d'un article".

       IF WS-CHOIX-MODE = 2
           PERFORM RAPPORT-CHANGEMENTS
               THRU RAPPORT-CHANGEMENTS-FIN
       ELSE
           PERFORM CORRIGER-PRIX THRU CORRIGER-PRIX-FIN
       END-IF.

       STOP RUN.
      *    prix courant, applique le nouveau et journalise, sous le
      *    verrou du maitre
       CORRIGER-PRIX.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.
           IF WS-CNX-RESULTAT = "N" OR WS-CNX-RESULTAT = "V"
               DISPLAY "Operateur non identifie : correction "
                       "abandonnee"
               GO TO CORRIGER-PRIX-FIN
           END-IF.
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "GERE-PRIX" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "GERE-PRIX" TO WS-VER-QUI.
                       "MIGRE-INVENTAIRE si la migration n'a pas "
                       "encore ete faite"
           ELSE
               DISPLAY "Nom ou code de l'article : "
               ACCEPT WS-NOM-RECHERCHE
               MOVE FUNCTION UPPER-CASE(WS-NOM-RECHERCHE)
                   TO WS-NOM-RECHERCHE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               IF WS-TROUVE = "N" AND WS-NOM-RECHERCHE(7:4) = SPACES
                   PERFORM LIRE-PAR-CODE
               END-IF
               IF WS-TROUVE = "N"
                   DISPLAY "Aucun article trouve avec le nom ou code : "
                           WS-NOM-RECHERCHE
               ELSE
                   MOVE F-PRIX-ARTICLE TO WS-ANCIEN-PRIX
                                       WS-NOM-RECHERCHE " **"
                           NOT INVALID KEY
                               PERFORM JOURNALISER-PRIX
                               PERFORM TRACER-PRIX
                               MOVE F-PRIX-ARTICLE TO WS-PRIX-AFF
                               DISPLAY "Nouveau prix de "
                                       F-NOM-ARTICLE " : "
               CLOSE FICHIER-INVENTAIRE
           END-IF.

      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       CORRIGER-PRIX-FIN.
           EXIT.

      *    Lit l'article dont le code article est la saisie, par la
      *    cle secondaire F-CODE-ARTICLE ; la suite travaille sur son
      *    nom
       LIRE-PAR-CODE.
           MOVE WS-NOM-RECHERCHE(1:6) TO F-CODE-ARTICLE.
           READ FICHIER-INVENTAIRE KEY IS F-CODE-ARTICLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO WS-TROUVE
                   MOVE F-NOM-ARTICLE TO WS-NOM-RECHERCHE
           END-READ.

      *    Ajoute la correction au journal des prix (meme ligne que
      *    celle ecrite par IMPORT-CSV)
       JOURNALISER-PRIX.
                       "(prix-journal.txt inaccessible) **"
           END-IF.

      *    Trace le changement de prix dans le journal des actions
      *    sensibles ; l'heure y est gardee (SEPARATION signale les
      *    changements hors des heures d'ouverture)
       TRACER-PRIX.
           MOVE "PRIX" TO WS-TRC-ACTION.
           MOVE F-NOM-ARTICLE TO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE WS-ANCIEN-PRIX TO WS-ANCIEN-AFF.
           MOVE WS-NOUVEAU-PRIX TO WS-NOUVEAU-AFF.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "de " DELIMITED BY SIZE
                  WS-ANCIEN-AFF DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-NOUVEAU-AFF DELIMITED BY SIZE
               INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.

      *    Rapport des changements de prix entre deux dates, tires du
      *    journal, dans prix-changements.txt
       RAPPORT-CHANGEMENTS.
