      * d'appliquer les quantites comptees au fichier maitre en une
      * seule passe confirmee, la ou AJUSTE-STOCK ne sait traiter
      * qu'un mouvement a la fois.
      * Chaque ligne d'ecart porte la date du comptage, et chaque
      * correction appliquee est journalisee dans mouvements.txt
      * (motif COMPTAGE) comme dans COMPTAGE-CYCLE : la cloture
      * mensuelle ne la prend plus pour un ecart inexplique, et
      * DEMARQUE peut ranger les ecarts par mois.
      * Une ligne de comptage.txt designe l'article par son nom ou
      * son code article, ou par le code-barres lu a la douchette
      * porte en fin de ligne (sous-programme CodeArticle) ; les
      * lignes non reconnues sont comptees et les codes-barres
      * inconnus consignes dans codes-inconnus.txt.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Fichier de comptage : une ligne par article compte (nom
      *    ou code article, quantite, et en option le code-barres)
           SELECT COMPTAGE-FICHIER ASSIGN TO "comptage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTAGE-STATUS.
       01  F-COMPTAGE.
           05 F-CPT-NOM            PIC X(10).
           05 F-CPT-QUANTITE       PIC 9(05).
           05 F-CPT-CODE-BARRE     PIC X(13).

       FD  ECARTS-FICHIER.
       01  F-LIGNE-ECART           PIC X(60).
              10 WS-CPT-QUANTITE               PIC 9(05).
       01 WS-NB-COMPTAGES                      PIC 9(03) VALUE 0.
       01 WS-IDX-CPT                           PIC 9(03) VALUE 1.
       01 WS-NB-CPT-INCONNUS                   PIC 9(03) VALUE 0.

      *    Article d'une ligne de comptage (nom, code article ou
      *    code-barres), traduit en nom par le sous-programme
      *    partage CodeArticle (resultat N, C, B ou I = inconnu)
       01 WS-SAISIE-ARTICLE                    PIC X(13).
       01 WS-CA-ACTION                         PIC X.
       01 WS-CA-QUI                            PIC X(10)
                                               VALUE "INVENT-PHY".
       01 WS-CA-NOM                            PIC X(10).
       01 WS-CA-RESULTAT                       PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou : un seul utilisateur a la fois reecrit le maitre
       01 WS-NB-ECARTS                         PIC 9(03) VALUE 0.
       01 WS-NB-APPLIQUES                      PIC 9(03) VALUE 0.
       01 WS-LIGNE-ECART                       PIC X(60).
       01 WS-STOCK-AVANT                       PIC 9(05).

      *    Date et heure systeme : date du comptage sur les lignes
      *    d'ecart et horodatage du journal des mouvements
       77 WS-DATE-SYS                          PIC 9(8).
       77 WS-HEURE-SYS                         PIC 9(8).

      *    Ligne du journal des mouvements ; meme decoupage que
      *    WS-LIGNE-MVT dans ajuste-stock.cbl
       01 WS-LIGNE-MVT.
           05 WS-M-ANNEE         PIC 9(4).
           05 FILLER             PIC X      VALUE "-".
           05 WS-M-MOIS          PIC 99.
           05 FILLER             PIC X      VALUE "-".
           05 WS-M-JOUR          PIC 99.
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-HEURE         PIC 99.
           05 FILLER             PIC X      VALUE ":".
           05 WS-M-MINUTE        PIC 99.
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-ARTICLE       PIC X(10).
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-SIGNE         PIC X.
           05 WS-M-QUANTITE      PIC 9(05).
           05 FILLER             PIC X(08)  VALUE " avant: ".
           05 WS-M-AVANT         PIC 9(05).
           05 FILLER             PIC X(08)  VALUE " apres: ".
           05 WS-M-APRES         PIC 9(05).
           05 FILLER             PIC X      VALUE SPACE.
           05 WS-M-MOTIF         PIC X(10).

      *    Compte rendu du sous-programme MouvementLog, qui ajoute
      *    la ligne a mouvements.txt et au journal indexe
      *    mouvements.dat
       01 WS-MVL-RESULTAT            PIC X.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       DISPLAY "1. Saisie des comptages au clavier".
       DISPLAY "2. Comptages depuis comptage.txt".
       DISPLAY "Votre choix : ".
                       NOT AT END
                           IF WS-NB-COMPTAGES < WS-REL-CAPACITE
                               ADD 1 TO WS-NB-COMPTAGES
                               PERFORM RESOUDRE-LIGNE-COMPTAGE
                               MOVE WS-CA-NOM
                                   TO WS-CPT-NOM(WS-NB-COMPTAGES)
                               MOVE F-CPT-QUANTITE
                                   TO WS-CPT-QUANTITE(WS-NB-COMPTAGES)
               END-PERFORM
               CLOSE COMPTAGE-FICHIER
               DISPLAY "Comptages charges : " WS-NB-COMPTAGES
               IF WS-NB-CPT-INCONNUS > 0
                   DISPLAY "** Lignes non reconnues : "
                           WS-NB-CPT-INCONNUS
                           " (codes-barres dans codes-inconnus.txt) **"
               END-IF
           END-IF.

      *    Traduit l'article de la ligne de comptage lue (code-barres
      *    s'il est porte, sinon nom ou code article) en nom
       RESOUDRE-LIGNE-COMPTAGE.
           IF F-CPT-CODE-BARRE NOT = SPACES
               MOVE F-CPT-CODE-BARRE TO WS-SAISIE-ARTICLE
           ELSE
               MOVE F-CPT-NOM TO WS-SAISIE-ARTICLE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ARTICLE)
               TO WS-SAISIE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-CA-NOM
                                     WS-CA-RESULTAT.
           IF WS-CA-RESULTAT = "I"
               ADD 1 TO WS-NB-CPT-INCONNUS
               DISPLAY "   Non reconnu : " WS-SAISIE-ARTICLE
           END-IF.

      *    Recueille la quantite comptee de l'article courant du
           END-PERFORM.

      *    Ecrit ecarts.txt : stock livre contre stock compte, avec
      *    l'ecart signe et la date du comptage, et signale les
      *    articles non comptes
       ECRIRE-RAPPORT-ECARTS.
           OPEN OUTPUT ECARTS-FICHIER.
           IF WS-ECARTS-STATUS NOT = "00"
                                  DELIMITED BY SIZE
                              "     " DELIMITED BY SIZE
                              WS-ECART-AFF DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DATE-SYS DELIMITED BY SIZE
                           INTO WS-LIGNE-ECART
                   END-IF
                   MOVE WS-LIGNE-ECART TO F-LIGNE-ECART

      *    Passe d'application confirmee : reecrit le stock de chaque
      *    article compte avec la quantite relevee, sous le verrou
      *    partage du maitre, et journalise la correction
       APPLIQUER-COMPTAGES.
      *    Totaux de controle du maitre : un ecart est signale
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           MOVE "INVENT-PHY" TO WS-TOT-QUI.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart signale au superviseur ; le travail "
                       "peut continuer."
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "inventaire.dat" TO WS-VER-FICHIER.
           MOVE "INVENT-PHY" TO WS-VER-QUI.
                                       WS-REL-NOM(WS-IDX-RELEVE)
                                       " **"
                           NOT INVALID KEY
                               MOVE F-STOCK-ARTICLE TO WS-STOCK-AVANT
                               MOVE WS-REL-COMPTE(WS-IDX-RELEVE)
                                   TO F-STOCK-ARTICLE
                               REWRITE F-ARTICLE
                                           " **"
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-APPLIQUES
                                       PERFORM JOURNALISER-COMPTAGE
                               END-REWRITE
                       END-READ
                   END-IF
               CLOSE FICHIER-INVENTAIRE
               DISPLAY "Comptages appliques : " WS-NB-APPLIQUES
           END-IF
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF
           MOVE "L" TO WS-VER-ACTION
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT
           END-IF.

      *    Ajoute la correction de comptage appliquee au journal des
      *    mouvements (motif COMPTAGE), comme COMPTAGE-CYCLE
       JOURNALISER-COMPTAGE.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-DATE-SYS(1:4)  TO WS-M-ANNEE.
           MOVE WS-DATE-SYS(5:2)  TO WS-M-MOIS.
           MOVE WS-DATE-SYS(7:2)  TO WS-M-JOUR.
           MOVE WS-HEURE-SYS(1:2) TO WS-M-HEURE.
           MOVE WS-HEURE-SYS(3:2) TO WS-M-MINUTE.
           MOVE F-NOM-ARTICLE     TO WS-M-ARTICLE.
           IF F-STOCK-ARTICLE < WS-STOCK-AVANT
               MOVE "-" TO WS-M-SIGNE
               COMPUTE WS-M-QUANTITE = WS-STOCK-AVANT - F-STOCK-ARTICLE
           ELSE
               MOVE "+" TO WS-M-SIGNE
               COMPUTE WS-M-QUANTITE = F-STOCK-ARTICLE - WS-STOCK-AVANT
           END-IF.
           MOVE WS-STOCK-AVANT    TO WS-M-AVANT.
           MOVE F-STOCK-ARTICLE   TO WS-M-APRES.
           MOVE "COMPTAGE"        TO WS-M-MOTIF.
           CALL "MouvementLog" USING WS-LIGNE-MVT WS-MVL-RESULTAT.
           IF WS-MVL-RESULTAT NOT = "O"
               DISPLAY "** Comptage applique mais non journalise "
                       "(mouvements.txt ou mouvements.dat "
                       "inaccessible) **"
           END-IF.
