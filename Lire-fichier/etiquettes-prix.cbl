       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQ-PRIX.
      * Etiquettes de rayon tirees du journal des prix : jusqu'ici
      * un prix change par GERE-PRIX ou IMPORT-CSV dans
      * prix-journal.txt restait faux en rayon tant que l'etiquette
      * n'etait pas refaite a la main. Le tirage reprend chaque
      * changement journalise depuis le tirage precedent, garde le
      * dernier prix de chaque article et n'ecrit l'etiquette (nom,
      * code, nouveau prix, date d'effet) que pour un article
      * present en rayon (F-RAYON-ARTICLE > 0), dans
      * etiquettes-prix.txt. La marque etiquettes-prix-marque.txt
      * retient le nombre de lignes du journal deja traitees : elle
      * n'avance qu'une fois les etiquettes ecrites, si bien qu'un
      * changement n'est ni oublie ni tire deux fois. La
      * reimpression d'un article (nom, code ou code-barres) reprend
      * le prix du maitre dans etiquettes-prix-reimp.txt sans
      * toucher a la marque.
      * Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Meme decoupage que F-PRIX-JOURNAL dans gere-prix.cbl
           SELECT PRIX-JOURNAL-FICHIER ASSIGN TO "prix-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIX-JOURNAL-STATUS.

      *    Nombre de lignes du journal deja passees en etiquettes
           SELECT MARQUE-FICHIER
               ASSIGN TO "etiquettes-prix-marque.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARQUE-STATUS.

           SELECT ETIQUETTES-FICHIER ASSIGN TO WS-NOM-ETIQUETTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETIQUETTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  PRIX-JOURNAL-FICHIER.
       01  F-PRIX-JOURNAL.
           05 F-PJR-DATE             PIC 9(08).
           05 F-PJR-ARTICLE          PIC X(10).
           05 F-PJR-ANCIEN           PIC 9(04)V99.
           05 F-PJR-NOUVEAU          PIC 9(04)V99.
           05 F-PJR-QUI              PIC X(03).

       FD  MARQUE-FICHIER.
       01  F-MARQUE.
           05 F-MRQ-LIGNES           PIC 9(07).
           05 FILLER                 PIC X.
           05 F-MRQ-DATE             PIC 9(08).

       FD  ETIQUETTES-FICHIER.
       01  F-LIGNE-ETIQUETTE         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-PRIX-JOURNAL-STATUS     PIC XX.
       01 WS-MARQUE-STATUS           PIC XX.
       01 WS-ETIQUETTES-STATUS       PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-NOM-ETIQUETTES          PIC X(30).

      *    Marque du tirage precedent et lignes du journal
       01 WS-MARQUE-LIGNES           PIC 9(07) VALUE 0.
       01 WS-MARQUE-DATE             PIC 9(08) VALUE 0.
       01 WS-NB-LIGNES-JOURNAL       PIC 9(07) VALUE 0.
       01 WS-NO-LIGNE                PIC 9(07) VALUE 0.
       01 WS-DERNIERE-LIGNE          PIC 9(07) VALUE 0.

      *    Dernier changement de chaque article depuis la marque
       01 WS-TABLE-CHG.
           05 WS-CHG OCCURS 300 TIMES.
              10 WS-CHG-ARTICLE      PIC X(10).
              10 WS-CHG-DATE         PIC 9(08).
              10 WS-CHG-PRIX         PIC 9(04)V99.
       77 WS-CHG-CAPACITE            PIC 9(03) VALUE 300.
       01 WS-NB-CHG                  PIC 9(03) VALUE 0.
       01 WS-IDX-CHG                 PIC 9(03) VALUE 1.
       01 WS-TROP-CHG                PIC X VALUE "N".
       01 WS-TROUVE                  PIC X.

       01 WS-NB-ETIQUETTES           PIC 9(03) VALUE 0.
       01 WS-NB-HORS-RAYON           PIC 9(03) VALUE 0.
       01 WS-NB-INCONNUS             PIC 9(03) VALUE 0.

      *    Article a reimprimer, resolu par le sous-programme partage
      *    CodeArticle
       01 WS-SAISIE-ARTICLE          PIC X(13).
       01 WS-NOM-RECHERCHE           PIC X(10).
       01 WS-CA-ACTION               PIC X.
       01 WS-CA-QUI                  PIC X(10) VALUE "ETIQ-PRIX".
       01 WS-CA-RESULTAT             PIC X.

      *    Contenu de l'etiquette en cours
       01 WS-ETQ-DATE                PIC 9(08).
       01 WS-ETQ-PRIX                PIC 9(04)V99.
       01 WS-PRIX-AFF                PIC ZZZ9.99.
       01 WS-LIGNE-ETIQUETTE         PIC X(40).

       77 WS-DATE-SYS                PIC 9(8).

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "ETIQ-PRIX".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

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

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "ETIQ-PRIX" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "1. Etiquettes des changements depuis le dernier "
               "tirage".
       DISPLAY "2. Reimprimer l'etiquette d'un article".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX.

       EVALUATE WS-CHOIX
           WHEN 1
               PERFORM TIRER-ETIQUETTES
                   THRU TIRER-ETIQUETTES-FIN
           WHEN 2
               PERFORM REIMPRIMER-ARTICLE
                   THRU REIMPRIMER-ARTICLE-FIN
           WHEN OTHER
               DISPLAY "Choix inconnu."
               GOBACK
       END-EVALUATE.

       MOVE WS-NB-ETIQUETTES TO WS-NB-ECRITES-JRN.
       COMPUTE WS-NB-REJETEES-JRN = WS-NB-HORS-RAYON
                                  + WS-NB-INCONNUS.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Tirage : les changements du journal posterieurs a la
      *    marque, une etiquette par article present en rayon, puis
      *    la marque avancee jusqu'a la derniere ligne prise en compte
       TIRER-ETIQUETTES.
           PERFORM LIRE-MARQUE.
           PERFORM COMPTER-LIGNES-JOURNAL.
           IF WS-NB-LIGNES-JOURNAL < WS-MARQUE-LIGNES
               DISPLAY "** prix-journal.txt compte moins de lignes "
                       "que la marque (" WS-MARQUE-LIGNES ") ; "
                       "reprise au debut du journal **"
               MOVE 0 TO WS-MARQUE-LIGNES
           END-IF.
           IF WS-NB-LIGNES-JOURNAL = WS-MARQUE-LIGNES
               DISPLAY "Aucun changement de prix depuis le dernier "
                       "tirage."
               GO TO TIRER-ETIQUETTES-FIN
           END-IF.
           PERFORM CHARGER-CHANGEMENTS.
           IF WS-TROP-CHG = "O"
               DISPLAY "** Plus de " WS-CHG-CAPACITE " articles "
                       "changes : les suivants seront tires au "
                       "prochain passage **"
           END-IF.

           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               GO TO TIRER-ETIQUETTES-FIN
           END-IF.
           MOVE "etiquettes-prix.txt" TO WS-NOM-ETIQUETTES.
           OPEN OUTPUT ETIQUETTES-FICHIER.
           IF WS-ETIQUETTES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire etiquettes-prix.txt ; "
                       "marque inchangee"
               CLOSE FICHIER-INVENTAIRE
               GO TO TIRER-ETIQUETTES-FIN
           END-IF.
           PERFORM VARYING WS-IDX-CHG FROM 1 BY 1
                   UNTIL WS-IDX-CHG > WS-NB-CHG
               PERFORM EXAMINER-CHANGEMENT
                   THRU EXAMINER-CHANGEMENT-FIN
           END-PERFORM.
           CLOSE ETIQUETTES-FICHIER.
           CLOSE FICHIER-INVENTAIRE.
           PERFORM ECRIRE-MARQUE.

           DISPLAY " ".
           DISPLAY "Lignes du journal reprises : " WS-NB-LUES-JRN.
           DISPLAY "Etiquettes ecrites         : " WS-NB-ETIQUETTES
                   " (voir etiquettes-prix.txt)".
           DISPLAY "Articles hors rayon        : " WS-NB-HORS-RAYON.
           IF WS-NB-INCONNUS > 0
               DISPLAY "Articles absents du maitre : " WS-NB-INCONNUS
           END-IF.
       TIRER-ETIQUETTES-FIN.
           EXIT.

      *    Lit la marque du tirage precedent ; l'absence du fichier
      *    (premier tirage) fait partir du debut du journal
       LIRE-MARQUE.
           MOVE 0 TO WS-MARQUE-LIGNES.
           OPEN INPUT MARQUE-FICHIER.
           IF WS-MARQUE-STATUS = "00"
               READ MARQUE-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-MRQ-LIGNES IS NUMERIC
                           MOVE F-MRQ-LIGNES TO WS-MARQUE-LIGNES
                       END-IF
                       IF F-MRQ-DATE IS NUMERIC
                           MOVE F-MRQ-DATE TO WS-MARQUE-DATE
                       END-IF
               END-READ
               CLOSE MARQUE-FICHIER
           END-IF.

      *    Reecrit la marque avec la derniere ligne du journal prise
      *    en compte par ce tirage
       ECRIRE-MARQUE.
           OPEN OUTPUT MARQUE-FICHIER.
           IF WS-MARQUE-STATUS NOT = "00"
               DISPLAY "** Impossible d'ecrire "
                       "etiquettes-prix-marque.txt : le prochain "
                       "tirage reprendra ces changements **"
           ELSE
               MOVE SPACES TO F-MARQUE
               MOVE WS-DERNIERE-LIGNE TO F-MRQ-LIGNES
               MOVE WS-DATE-SYS TO F-MRQ-DATE
               WRITE F-MARQUE
               CLOSE MARQUE-FICHIER
           END-IF.

       COMPTER-LIGNES-JOURNAL.
           MOVE 0 TO WS-NB-LIGNES-JOURNAL.
           OPEN INPUT PRIX-JOURNAL-FICHIER.
           IF WS-PRIX-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-PRIX-JOURNAL-STATUS NOT = "00"
                   READ PRIX-JOURNAL-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE PRIX-JOURNAL-FICHIER
           END-IF.

      *    Garde, pour chaque article change apres la marque, la date
      *    et le prix de son dernier changement. Quand la table est
      *    pleine, la lecture s'arrete avant l'article qui n'y tient
      *    plus : la marque ne depasse pas la derniere ligne reprise
       CHARGER-CHANGEMENTS.
           MOVE 0 TO WS-NB-CHG.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE WS-MARQUE-LIGNES TO WS-DERNIERE-LIGNE.
           OPEN INPUT PRIX-JOURNAL-FICHIER.
           IF WS-PRIX-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-PRIX-JOURNAL-STATUS NOT = "00"
                       OR WS-TROP-CHG = "O"
                   READ PRIX-JOURNAL-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NO-LIGNE
                           IF WS-NO-LIGNE > WS-MARQUE-LIGNES
                               PERFORM RETENIR-CHANGEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIX-JOURNAL-FICHIER
           END-IF.

       RETENIR-CHANGEMENT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX-CHG FROM 1 BY 1
                   UNTIL WS-IDX-CHG > WS-NB-CHG
                   OR WS-TROUVE = "O"
               IF WS-CHG-ARTICLE(WS-IDX-CHG) = F-PJR-ARTICLE
                   MOVE "O" TO WS-TROUVE
                   MOVE F-PJR-DATE TO WS-CHG-DATE(WS-IDX-CHG)
                   MOVE F-PJR-NOUVEAU TO WS-CHG-PRIX(WS-IDX-CHG)
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               IF WS-NB-CHG < WS-CHG-CAPACITE
                   ADD 1 TO WS-NB-CHG
                   MOVE F-PJR-ARTICLE TO WS-CHG-ARTICLE(WS-NB-CHG)
                   MOVE F-PJR-DATE    TO WS-CHG-DATE(WS-NB-CHG)
                   MOVE F-PJR-NOUVEAU TO WS-CHG-PRIX(WS-NB-CHG)
                   MOVE "O" TO WS-TROUVE
               ELSE
                   MOVE "O" TO WS-TROP-CHG
               END-IF
           END-IF.
           IF WS-TROUVE = "O"
               MOVE WS-NO-LIGNE TO WS-DERNIERE-LIGNE
               ADD 1 TO WS-NB-LUES-JRN
           END-IF.

      *    Une etiquette pour l'article WS-IDX-CHG s'il est au maitre
      *    et present en rayon
       EXAMINER-CHANGEMENT.
           MOVE WS-CHG-ARTICLE(WS-IDX-CHG) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   ADD 1 TO WS-NB-INCONNUS
                   GO TO EXAMINER-CHANGEMENT-FIN
           END-READ.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
              OR F-RAYON-ARTICLE = 0
               ADD 1 TO WS-NB-HORS-RAYON
               GO TO EXAMINER-CHANGEMENT-FIN
           END-IF.
           MOVE WS-CHG-DATE(WS-IDX-CHG) TO WS-ETQ-DATE.
           MOVE WS-CHG-PRIX(WS-IDX-CHG) TO WS-ETQ-PRIX.
           PERFORM ECRIRE-ETIQUETTE.
       EXAMINER-CHANGEMENT-FIN.
           EXIT.

      *    Reimpression d'un article : prix du maitre, date d'effet
      *    de son dernier changement journalise
       REIMPRIMER-ARTICLE.
           MOVE "C" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.
           DISPLAY "Article (nom, code ou code-barres) : ".
           MOVE SPACES TO WS-SAISIE-ARTICLE.
           ACCEPT WS-SAISIE-ARTICLE.
           MOVE "R" TO WS-CA-ACTION.
           CALL "CodeArticle" USING WS-CA-ACTION WS-SAISIE-ARTICLE
                                     WS-CA-QUI WS-NOM-RECHERCHE
                                     WS-CA-RESULTAT.

           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               GO TO REIMPRIMER-ARTICLE-FIN
           END-IF.
           MOVE WS-NOM-RECHERCHE TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   DISPLAY "Aucun article trouve pour : "
                           WS-SAISIE-ARTICLE
                   ADD 1 TO WS-NB-INCONNUS
                   CLOSE FICHIER-INVENTAIRE
                   GO TO REIMPRIMER-ARTICLE-FIN
           END-READ.
           CLOSE FICHIER-INVENTAIRE.
           ADD 1 TO WS-NB-LUES-JRN.
           IF F-RAYON-ARTICLE IS NOT NUMERIC
              OR F-RAYON-ARTICLE = 0
               DISPLAY "Attention : " F-NOM-ARTICLE " n'est pas en "
                       "rayon ; etiquette imprimee quand meme"
           END-IF.

      *    Date d'effet : le dernier changement journalise, a defaut
      *    le jour de la reimpression
           MOVE WS-DATE-SYS TO WS-ETQ-DATE.
           OPEN INPUT PRIX-JOURNAL-FICHIER.
           IF WS-PRIX-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-PRIX-JOURNAL-STATUS NOT = "00"
                   READ PRIX-JOURNAL-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-PJR-ARTICLE = F-NOM-ARTICLE
                               MOVE F-PJR-DATE TO WS-ETQ-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIX-JOURNAL-FICHIER
           END-IF.
           MOVE F-PRIX-ARTICLE TO WS-ETQ-PRIX.

           MOVE "etiquettes-prix-reimp.txt" TO WS-NOM-ETIQUETTES.
           OPEN OUTPUT ETIQUETTES-FICHIER.
           IF WS-ETIQUETTES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire etiquettes-prix-reimp.txt"
               GO TO REIMPRIMER-ARTICLE-FIN
           END-IF.
           PERFORM ECRIRE-ETIQUETTE.
           CLOSE ETIQUETTES-FICHIER.
           DISPLAY "Etiquette de " F-NOM-ARTICLE " ecrite dans "
                   "etiquettes-prix-reimp.txt".
       REIMPRIMER-ARTICLE-FIN.
           EXIT.

      *    Une etiquette : nom, code, prix, date d'effet, puis une
      *    ligne blanche
       ECRIRE-ETIQUETTE.
           ADD 1 TO WS-NB-ETIQUETTES.
           MOVE F-NOM-ARTICLE TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.
           MOVE SPACES TO WS-LIGNE-ETIQUETTE.
           STRING "Code : " DELIMITED BY SIZE
                  F-CODE-ARTICLE DELIMITED BY SIZE
               INTO WS-LIGNE-ETIQUETTE.
           MOVE WS-LIGNE-ETIQUETTE TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.
           MOVE WS-ETQ-PRIX TO WS-PRIX-AFF.
           MOVE SPACES TO WS-LIGNE-ETIQUETTE.
           STRING "Prix : " DELIMITED BY SIZE
                  WS-PRIX-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-ETIQUETTE.
           MOVE WS-LIGNE-ETIQUETTE TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.
           MOVE SPACES TO WS-LIGNE-ETIQUETTE.
           STRING "Prix en vigueur depuis le " DELIMITED BY SIZE
                  WS-ETQ-DATE(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ETQ-DATE(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ETQ-DATE(1:4) DELIMITED BY SIZE
               INTO WS-LIGNE-ETIQUETTE.
           MOVE WS-LIGNE-ETIQUETTE TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.
           MOVE SPACES TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.
