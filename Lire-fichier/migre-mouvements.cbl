       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-MVT.
      * Reprise et controle du journal indexe des mouvements
      * mouvements.dat (MouvementIdx.cpy) :
      *   1. chargement ponctuel : recopie tout mouvements.txt dans
      *      mouvements.dat, recree a vide ; un mouvement d'un meme
      *      article dans la meme minute prend le numero d'ordre
      *      suivant, comme dans MouvementLog ;
      *   2. rapprochement : compte les mouvements de chaque article
      *      dans les deux journaux a partir de la plus ancienne date
      *      encore presente dans mouvements.txt (les lignes purgees
      *      ou archivees par PURGE-JOURNAUX ne sont donc pas des
      *      ecarts), et liste les articles dont les comptes
      *      different dans rapprochement-mvt.txt.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOUVEMENTS-FICHIER ASSIGN TO "mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

           SELECT RAPPROCHEMENT-FICHIER
               ASSIGN TO "rapprochement-mvt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPROCHEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que WS-LIGNE-MVT dans ajuste-stock.cbl
       FD  MOUVEMENTS-FICHIER.
       01  F-LIGNE-MVT.
           05 F-M-ANNEE          PIC 9(4).
           05 FILLER             PIC X.
           05 F-M-MOIS           PIC 99.
           05 FILLER             PIC X.
           05 F-M-JOUR           PIC 99.
           05 FILLER             PIC X.
           05 F-M-HEURE          PIC 99.
           05 FILLER             PIC X.
           05 F-M-MINUTE         PIC 99.
           05 FILLER             PIC X.
           05 F-M-ARTICLE        PIC X(10).
           05 FILLER             PIC X.
           05 F-M-SIGNE          PIC X.
           05 F-M-QUANTITE       PIC 9(05).
           05 FILLER             PIC X(08).
           05 F-M-AVANT          PIC 9(05).
           05 FILLER             PIC X(08).
           05 F-M-APRES          PIC 9(05).
           05 FILLER             PIC X.
           05 F-M-MOTIF          PIC X(10).

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  RAPPROCHEMENT-FICHIER.
       01  LIGNE-RAPPROCHEMENT   PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-MOUVEMENTS-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-RAPPROCHEMENT-STATUS              PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX                             PIC 9 VALUE 0.
       01 WS-CONFIRME                          PIC X.
      *    R = ecriture a refaire avec le numero d'ordre suivant
       01 WS-ECRIT                             PIC X.

      *    Compteurs du chargement
       01 WS-NB-LUES                           PIC 9(07) VALUE 0.
       01 WS-NB-ECRITES                        PIC 9(07) VALUE 0.
       01 WS-NB-ILLISIBLES                     PIC 9(07) VALUE 0.
       01 WS-NB-REFUSEES                       PIC 9(07) VALUE 0.

      *    Rapprochement : date de depart (plus ancienne date de
      *    mouvements.txt) et comptes par article dans chaque journal
       01 WS-DATE-LIGNE                        PIC 9(8).
       01 WS-DATE-DEPART                       PIC 9(8) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT OCCURS 500 TIMES.
              10 WS-CPT-ARTICLE                PIC X(10).
              10 WS-CPT-TEXTE                  PIC 9(07).
              10 WS-CPT-INDEXE                 PIC 9(07).
       77 WS-CPT-CAPACITE                      PIC 9(03) VALUE 500.
       01 WS-NB-CPT                            PIC 9(03) VALUE 0.
       01 WS-IDX-CPT                           PIC 9(03) VALUE 1.
       01 WS-IDX-CPT-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-CPT-TROP                          PIC X VALUE "N".
      *    Article de la ligne a compter et journal d'origine
      *    (T = mouvements.txt, I = mouvements.dat)
       01 WS-ARTICLE-COMPTE                    PIC X(10).
       01 WS-JOURNAL-COMPTE                    PIC X.
       01 WS-TOTAL-TEXTE                       PIC 9(07) VALUE 0.
       01 WS-TOTAL-INDEXE                      PIC 9(07) VALUE 0.
       01 WS-NB-ECARTS                         PIC 9(03) VALUE 0.

       01 WS-LIGNE-RAPPORT                     PIC X(60).
       01 WS-DATE-AFF                          PIC X(10).

      *    Enregistrement du rapport dans rapports-index.txt via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME        PIC X(12) VALUE "MIGRE-MVT".
       01 WS-REG-RAPPORT          PIC X(30)
                                  VALUE "rapprochement-mvt.txt".

       PROCEDURE DIVISION.
       CALL "Bandeau".
       DISPLAY "1. Charger mouvements.txt dans mouvements.dat".
       DISPLAY "2. Rapprocher mouvements.txt et mouvements.dat".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX.

       IF WS-CHOIX = 1
           PERFORM CHARGER-INDEXE
               THRU CHARGER-INDEXE-FIN
       ELSE
           IF WS-CHOIX = 2
               PERFORM RAPPROCHER
                   THRU RAPPROCHER-FIN
           ELSE
               DISPLAY "Choix invalide"
           END-IF
       END-IF.

       GOBACK.

      *    Chargement ponctuel : mouvements.dat est recree a vide puis
      *    garni ligne a ligne depuis mouvements.txt. S'il contient
      *    deja des mouvements, une confirmation est demandee : ceux
      *    d'avant une purge de mouvements.txt seraient perdus
       CHARGER-INDEXE.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir mouvements.txt"
               GO TO CHARGER-INDEXE-FIN
           END-IF.

           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS = "00"
               READ MVT-INDEXE-FICHIER NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
               END-READ
               IF WS-MVT-INDEXE-STATUS = "00"
                   DISPLAY "mouvements.dat contient deja des "
                           "mouvements ; le recreer depuis "
                           "mouvements.txt (O/N) ? "
                   ACCEPT WS-CONFIRME
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRME)
                       TO WS-CONFIRME
               ELSE
                   MOVE "O" TO WS-CONFIRME
               END-IF
               CLOSE MVT-INDEXE-FICHIER
           ELSE
               MOVE "O" TO WS-CONFIRME
           END-IF.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "Chargement abandonne"
               CLOSE MOUVEMENTS-FICHIER
               GO TO CHARGER-INDEXE-FIN
           END-IF.

           OPEN OUTPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS = "00"
               CLOSE MVT-INDEXE-FICHIER
               OPEN I-O MVT-INDEXE-FICHIER
           END-IF.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "Impossible de creer mouvements.dat (statut "
                       WS-MVT-INDEXE-STATUS ")"
               CLOSE MOUVEMENTS-FICHIER
               GO TO CHARGER-INDEXE-FIN
           END-IF.

           PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
               READ MOUVEMENTS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM CHARGER-LIGNE
                           THRU CHARGER-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE MOUVEMENTS-FICHIER.
           CLOSE MVT-INDEXE-FICHIER.

           DISPLAY " ".
           DISPLAY "Lignes lues          : " WS-NB-LUES.
           DISPLAY "Mouvements charges   : " WS-NB-ECRITES.
           DISPLAY "Lignes illisibles    : " WS-NB-ILLISIBLES.
           DISPLAY "Mouvements refuses   : " WS-NB-REFUSEES.
           DISPLAY "mouvements.dat est pret ; lancer l'option 2 "
                   "pour le rapprochement".
       CHARGER-INDEXE-FIN.
           EXIT.

      *    Recopie la ligne lue dans mouvements.dat ; une ligne dont
      *    la date, l'heure ou les quantites ne sont pas numeriques
      *    est ecartee plutot que chargee avec une cle fausse
       CHARGER-LIGNE.
           IF F-M-ANNEE NOT NUMERIC OR F-M-MOIS NOT NUMERIC
              OR F-M-JOUR NOT NUMERIC OR F-M-HEURE NOT NUMERIC
              OR F-M-MINUTE NOT NUMERIC OR F-M-QUANTITE NOT NUMERIC
              OR F-M-AVANT NOT NUMERIC OR F-M-APRES NOT NUMERIC
               ADD 1 TO WS-NB-ILLISIBLES
               DISPLAY "** Ligne illisible ecartee : "
                       F-LIGNE-MVT(1:27) " **"
               GO TO CHARGER-LIGNE-FIN
           END-IF.
           MOVE F-M-ARTICLE TO F-MVI-ARTICLE.
           COMPUTE F-MVI-DATE = F-M-ANNEE * 10000
                              + F-M-MOIS * 100 + F-M-JOUR.
           COMPUTE F-MVI-HEURE = F-M-HEURE * 100 + F-M-MINUTE.
           MOVE 0 TO F-MVI-ORDRE.
           MOVE F-MVI-DATE  TO F-MVI-D-DATE.
           MOVE F-MVI-HEURE TO F-MVI-D-HEURE.
           MOVE F-M-SIGNE    TO F-MVI-SIGNE.
           MOVE F-M-QUANTITE TO F-MVI-QUANTITE.
           MOVE F-M-AVANT    TO F-MVI-AVANT.
           MOVE F-M-APRES    TO F-MVI-APRES.
           MOVE F-M-MOTIF    TO F-MVI-MOTIF.
           MOVE "R" TO WS-ECRIT.
           PERFORM UNTIL WS-ECRIT NOT = "R"
               WRITE F-MOUVEMENT-IDX
                   INVALID KEY
                       IF WS-MVT-INDEXE-STATUS = "22"
                          AND F-MVI-ORDRE < 9999
                           ADD 1 TO F-MVI-ORDRE
                       ELSE
                           MOVE "N" TO WS-ECRIT
                       END-IF
                   NOT INVALID KEY
                       MOVE "O" TO WS-ECRIT
               END-WRITE
           END-PERFORM.
           IF WS-ECRIT = "O"
               ADD 1 TO WS-NB-ECRITES
           ELSE
               ADD 1 TO WS-NB-REFUSEES
               DISPLAY "** Mouvement refuse (statut "
                       WS-MVT-INDEXE-STATUS ") : "
                       F-LIGNE-MVT(1:27) " **"
           END-IF.
       CHARGER-LIGNE-FIN.
           EXIT.

      *    Rapprochement des deux journaux : premiere passe sur
      *    mouvements.txt (comptes et plus ancienne date), seconde
      *    sur mouvements.dat a partir de cette date, puis rapport
      *    des articles en ecart
       RAPPROCHER.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir mouvements.txt"
               GO TO RAPPROCHER-FIN
           END-IF.
           MOVE "T" TO WS-JOURNAL-COMPTE.
           PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
               READ MOUVEMENTS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       IF F-M-ANNEE NUMERIC AND F-M-MOIS NUMERIC
                          AND F-M-JOUR NUMERIC
                           COMPUTE WS-DATE-LIGNE = F-M-ANNEE * 10000
                                   + F-M-MOIS * 100 + F-M-JOUR
                           IF WS-DATE-DEPART = 0
                              OR WS-DATE-LIGNE < WS-DATE-DEPART
                               MOVE WS-DATE-LIGNE TO WS-DATE-DEPART
                           END-IF
                           MOVE F-M-ARTICLE TO WS-ARTICLE-COMPTE
                           PERFORM COMPTER-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOUVEMENTS-FICHIER.

           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir mouvements.dat ; lancer "
                       "d'abord l'option 1"
               GO TO RAPPROCHER-FIN
           END-IF.
           MOVE "I" TO WS-JOURNAL-COMPTE.
           MOVE WS-DATE-DEPART TO F-MVI-D-DATE.
           MOVE 0 TO F-MVI-D-HEURE.
           START MVT-INDEXE-FICHIER
               KEY IS NOT LESS THAN F-MVI-CLE-DATE
               INVALID KEY
                   MOVE "F" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
               READ MVT-INDEXE-FICHIER NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE F-MVI-ARTICLE TO WS-ARTICLE-COMPTE
                       PERFORM COMPTER-MOUVEMENT
               END-READ
           END-PERFORM.
           CLOSE MVT-INDEXE-FICHIER.

           OPEN OUTPUT RAPPROCHEMENT-FICHIER.
           IF WS-RAPPROCHEMENT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire rapprochement-mvt.txt"
               GO TO RAPPROCHER-FIN
           END-IF.
           PERFORM ECRIRE-RAPPROCHEMENT.
           CLOSE RAPPROCHEMENT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                         WS-REG-RAPPORT.

           DISPLAY " ".
           DISPLAY "Mouvements dans mouvements.txt : " WS-TOTAL-TEXTE.
           DISPLAY "Mouvements dans mouvements.dat : "
                   WS-TOTAL-INDEXE.
           DISPLAY "Articles en ecart              : " WS-NB-ECARTS.
           IF WS-CPT-TROP = "O"
               DISPLAY "** Table des articles pleine ("
                       WS-CPT-CAPACITE ") : totaux seuls fiables **"
           END-IF.
       RAPPROCHER-FIN.
           EXIT.

      *    Ajoute 1 au compte de WS-ARTICLE-COMPTE pour le journal
      *    WS-JOURNAL-COMPTE, et au total de ce journal
       COMPTER-MOUVEMENT.
           IF WS-JOURNAL-COMPTE = "T"
               ADD 1 TO WS-TOTAL-TEXTE
           ELSE
               ADD 1 TO WS-TOTAL-INDEXE
           END-IF.
           MOVE 0 TO WS-IDX-CPT-TROUVE.
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                   UNTIL WS-IDX-CPT > WS-NB-CPT
                   OR WS-IDX-CPT-TROUVE NOT = 0
               IF WS-CPT-ARTICLE(WS-IDX-CPT) = WS-ARTICLE-COMPTE
                   MOVE WS-IDX-CPT TO WS-IDX-CPT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-CPT-TROUVE = 0
               IF WS-NB-CPT < WS-CPT-CAPACITE
                   ADD 1 TO WS-NB-CPT
                   MOVE WS-NB-CPT TO WS-IDX-CPT-TROUVE
                   MOVE WS-ARTICLE-COMPTE
                       TO WS-CPT-ARTICLE(WS-NB-CPT)
                   MOVE 0 TO WS-CPT-TEXTE(WS-NB-CPT)
                   MOVE 0 TO WS-CPT-INDEXE(WS-NB-CPT)
               ELSE
                   MOVE "O" TO WS-CPT-TROP
               END-IF
           END-IF.
           IF WS-IDX-CPT-TROUVE NOT = 0
               IF WS-JOURNAL-COMPTE = "T"
                   ADD 1 TO WS-CPT-TEXTE(WS-IDX-CPT-TROUVE)
               ELSE
                   ADD 1 TO WS-CPT-INDEXE(WS-IDX-CPT-TROUVE)
               END-IF
           END-IF.

      *    Entete, une ligne par article dont les comptes different,
      *    puis les totaux des deux journaux
       ECRIRE-RAPPROCHEMENT.
           MOVE SPACES TO WS-DATE-AFF.
           STRING WS-DATE-DEPART(7:2) "/" WS-DATE-DEPART(5:2) "/"
                  WS-DATE-DEPART(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-AFF
           END-STRING.
           MOVE "RAPPROCHEMENT MOUVEMENTS.TXT / MOUVEMENTS.DAT"
               TO LIGNE-RAPPROCHEMENT.
           WRITE LIGNE-RAPPROCHEMENT.
           MOVE SPACES TO LIGNE-RAPPROCHEMENT.
           STRING "Mouvements compares depuis le " WS-DATE-AFF
                  DELIMITED BY SIZE INTO LIGNE-RAPPROCHEMENT
           END-STRING.
           WRITE LIGNE-RAPPROCHEMENT.
           MOVE SPACES TO LIGNE-RAPPROCHEMENT.
           WRITE LIGNE-RAPPROCHEMENT.
           MOVE "ARTICLE    MVT.TXT  MVT.DAT" TO LIGNE-RAPPROCHEMENT.
           WRITE LIGNE-RAPPROCHEMENT.

           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                   UNTIL WS-IDX-CPT > WS-NB-CPT
               IF WS-CPT-TEXTE(WS-IDX-CPT)
                  NOT = WS-CPT-INDEXE(WS-IDX-CPT)
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   STRING WS-CPT-ARTICLE(WS-IDX-CPT) " "
                          WS-CPT-TEXTE(WS-IDX-CPT) "  "
                          WS-CPT-INDEXE(WS-IDX-CPT)
                          DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                   END-STRING
                   WRITE LIGNE-RAPPROCHEMENT FROM WS-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPROCHEMENT.
           WRITE LIGNE-RAPPROCHEMENT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "TOTAL      " WS-TOTAL-TEXTE "  " WS-TOTAL-INDEXE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPROCHEMENT FROM WS-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-NB-ECARTS = 0 AND WS-CPT-TROP = "N"
               MOVE "Aucun ecart : les deux journaux concordent"
                   TO WS-LIGNE-RAPPORT
           ELSE
               STRING "Articles en ecart : " WS-NB-ECARTS
                      DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE LIGNE-RAPPROCHEMENT FROM WS-LIGNE-RAPPORT.
           IF WS-CPT-TROP = "O"
               MOVE "Table des articles pleine : totaux seuls fiables"
                   TO LIGNE-RAPPROCHEMENT
               WRITE LIGNE-RAPPROCHEMENT
           END-IF.
