      * articles actuellement en etat RUPTURE d'apres rupture.txt.
      * Le tout est affiche et ecrit dans un fichier de briefing
      * date (brief-AAAAMMJJ.txt).
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8).
      * Les rapports remis par DIFFUSION et pas encore ouverts dans
      * RAPPORTS-VUE sont rappeles a leur destinataire (l'operateur de
      * la session, ou tous les operateurs quand le brief est lance
      * hors session).
      * Les taches de priorite 1 ouvertes au-dela de leur delai cible
      * (taches-delais.txt, SUIVI-DELAIS) sont rappelees en tete du
      * brief, pour tous les operateurs.
      * Les messages sortants des jours precedents pas encore envoyes
      * (messages.txt, tenu par MESSAGES) sont comptes, et chaque
      * anniversaire du jour met un message par SMS en file
      * (MessageSortant).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREMPTION-STATUS.

      *    Rapports remis par DIFFUSION et pas encore ouverts dans
      *    RAPPORTS-VUE
           SELECT SUIVI-FICHIER ASSIGN TO "diffusion-suivi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUIVI-STATUS.

      *    Suivi des delais des taches generees, tenu par
      *    SUIVI-DELAIS
           SELECT DELAIS-FICHIER ASSIGN TO "taches-delais.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELAIS-STATUS.

      *    File des messages sortants, tenue par MESSAGES
           SELECT MESSAGES-FICHIER ASSIGN TO "messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-TACHE dans todo.cbl
       FD  PEREMPTION-FICHIER.
       01  F-LIGNE-PEREMPTION          PIC X(70).

       FD  SUIVI-FICHIER.
           COPY "DiffusionSuivi.cpy".

       FD  DELAIS-FICHIER.
           COPY "DelaiTache.cpy".

       FD  MESSAGES-FICHIER.
           COPY "Message.cpy".

      *    Meme decoupage que dans resume-jour.cbl (corps de
      *    l'alerte puis etat de suivi N/A/R)
       FD  ALERTES-FICHIER.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-NB-PEREMPTIONS          PIC 9(03) VALUE 0.
       01 WS-NB-ALERTES-OUVERTES     PIC 9(03) VALUE 0.
       01 WS-SUIVI-STATUS            PIC XX.
       01 WS-NB-RAPPORTS-ATTENTE     PIC 9(03) VALUE 0.
       01 WS-COPIES-AFF              PIC Z9.
       01 WS-DELAIS-STATUS           PIC XX.
       01 WS-NB-HORS-DELAI           PIC 9(03) VALUE 0.
       01 WS-MESSAGES-STATUS         PIC XX.
       01 WS-NB-MSG-ATTENTE          PIC 9(05) VALUE 0.
       01 WS-NB-MSG-LIBERES          PIC 9(05) VALUE 0.
       01 WS-NB-MSG-ECHECS           PIC 9(05) VALUE 0.

      *    Message d'anniversaire mis en file (MessageSortant)
       01 WS-MSG-DESTINATAIRE        PIC X(30).
       01 WS-MSG-CANAL               PIC X     VALUE "S".
       01 WS-MSG-OBJET               PIC X(40)
                                     VALUE "Joyeux anniversaire".
       01 WS-MSG-REFERENCE           PIC X(40).
       01 WS-MSG-SOURCE              PIC X(10) VALUE "MATIN-BRIE".
       01 WS-MSG-RESULTAT            PIC X.

      *    Code de l'operateur de la session quand le brief est lance
      *    depuis OPERATIONS ; a blanc, tous les operateurs
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.

      *    Nom du fichier de briefing date du jour
       01 WS-NOM-BRIEF               PIC X(30).

       01 WS-LIGNE-BRIEF             PIC X(70).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "MATIN-BRIE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS(5:2) TO WS-MOIS-ACT.
       MOVE WS-DATE-SYS(7:2) TO WS-JOUR-ACT.
       MOVE WS-DATE-SYS TO WS-DATE-JOUR-CLE.
           INTO WS-LIGNE-BRIEF.
       PERFORM EMETTRE-LIGNE.

       PERFORM SECTION-HORS-DELAI.
       PERFORM SECTION-TACHES.
       PERFORM SECTION-ANNIVERSAIRES.
       PERFORM SECTION-RUPTURES.
       PERFORM SECTION-PEREMPTIONS.
       PERFORM SECTION-ALERTES-OUVERTES.
       PERFORM SECTION-MESSAGES-ATTENTE.
       PERFORM SECTION-RAPPORTS-ATTENTE.

       IF WS-BRIEF-STATUS = "00"
           CLOSE BRIEF-FICHIER
               WRITE F-LIGNE-BRIEF
           END-IF.

      *    Taches de priorite 1 ouvertes au-dela de leur delai cible,
      *    en tete du brief et pour tous les operateurs ; rien n'est
      *    affiche quand il n'y en a pas
       SECTION-HORS-DELAI.
           MOVE "C" TO WS-FIN.
           OPEN INPUT DELAIS-FICHIER.
           IF WS-DELAIS-STATUS = "00"
               PERFORM UNTIL WS-DELAIS-STATUS NOT = "00"
                   READ DELAIS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-DLT-ETAT = "O"
                              AND F-DLT-DEPASSEMENT = "O"
                              AND F-DLT-PRIORITE = 1
                               PERFORM TRAITER-HORS-DELAI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELAIS-FICHIER
           END-IF.

       TRAITER-HORS-DELAI.
           IF WS-NB-HORS-DELAI = 0
               MOVE SPACES TO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
               MOVE "!! PRIORITE 1 HORS DELAI (SUIVI-DELAIS) !!"
                   TO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
           END-IF.
           ADD 1 TO WS-NB-HORS-DELAI.
           MOVE SPACES TO WS-LIGNE-BRIEF.
           STRING "   " DELIMITED BY SIZE
                  F-DLT-DESC DELIMITED BY SIZE
                  "  cible " DELIMITED BY SIZE
                  F-DLT-DATE-CIBLE(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  F-DLT-DATE-CIBLE(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  F-DLT-DATE-CIBLE(1:4) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-DLT-OPERATEUR DELIMITED BY SIZE
               INTO WS-LIGNE-BRIEF.
           IF F-DLT-OPERATEUR = SPACES
               MOVE "---" TO WS-LIGNE-BRIEF(44:3)
           END-IF.
           PERFORM EMETTRE-LIGNE.

      *    Taches dues aujourd'hui ou en retard, tirees de taches.txt
       SECTION-TACHES.
           MOVE SPACES TO WS-LIGNE-BRIEF.
                                      F-PER-NOM DELIMITED BY SIZE
                                   INTO WS-LIGNE-BRIEF
                               PERFORM EMETTRE-LIGNE
                               PERFORM METTRE-ANNIVERSAIRE-EN-FILE
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      *    Message d'anniversaire par SMS a la personne lue ; relancer
      *    le brief le meme jour ne le double pas
       METTRE-ANNIVERSAIRE-EN-FILE.
           MOVE SPACES TO WS-MSG-DESTINATAIRE.
           STRING F-PER-PRENOM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  F-PER-NOM DELIMITED BY SIZE
               INTO WS-MSG-DESTINATAIRE.
           MOVE SPACES TO WS-MSG-REFERENCE.
           STRING "personne " DELIMITED BY SIZE
                  F-PER-NUMERO DELIMITED BY SIZE
                  " tel " DELIMITED BY SIZE
                  F-PER-TEL DELIMITED BY SIZE
               INTO WS-MSG-REFERENCE.
           CALL "MessageSortant" USING WS-MSG-DESTINATAIRE
                                       WS-MSG-CANAL WS-MSG-OBJET
                                       WS-MSG-REFERENCE WS-MSG-SOURCE
                                       WS-MSG-RESULTAT.

      *    Messages sortants crees avant aujourd'hui et toujours pas
      *    envoyes : en attente de liberation, liberes sans
      *    confirmation, ou en echec a relancer dans MESSAGES
       SECTION-MESSAGES-ATTENTE.
           MOVE SPACES TO WS-LIGNE-BRIEF.
           PERFORM EMETTRE-LIGNE.
           MOVE "MESSAGES SORTANTS NON ENVOYES DES JOURS PRECEDENTS"
               TO WS-LIGNE-BRIEF.
           PERFORM EMETTRE-LIGNE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT MESSAGES-FICHIER.
           IF WS-MESSAGES-STATUS = "00"
               PERFORM UNTIL WS-MESSAGES-STATUS NOT = "00"
                   READ MESSAGES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MSG-DATE-CREATION < WS-DATE-SYS
                               EVALUATE F-MSG-STATUT
                                   WHEN "A"
                                       ADD 1 TO WS-NB-MSG-ATTENTE
                                   WHEN "L"
                                       ADD 1 TO WS-NB-MSG-LIBERES
                                   WHEN "X"
                                       ADD 1 TO WS-NB-MSG-ECHECS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESSAGES-FICHIER
           END-IF.
           IF WS-NB-MSG-ATTENTE = 0
              AND WS-NB-MSG-LIBERES = 0
              AND WS-NB-MSG-ECHECS = 0
               MOVE "   (aucun message en retard)" TO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
           ELSE
               MOVE SPACES TO WS-LIGNE-BRIEF
               STRING "   en attente : " DELIMITED BY SIZE
                      WS-NB-MSG-ATTENTE DELIMITED BY SIZE
                      "  liberes non confirmes : " DELIMITED BY SIZE
                      WS-NB-MSG-LIBERES DELIMITED BY SIZE
                      "  en echec : " DELIMITED BY SIZE
                      WS-NB-MSG-ECHECS DELIMITED BY SIZE
                   INTO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
               MOVE "   (a traiter dans MESSAGES)" TO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
           END-IF.

      *    Rapports diffuses qui attendent leur destinataire : ceux
      *    de l'operateur de la session, ou de tous s'il n'y en a pas
       SECTION-RAPPORTS-ATTENTE.
           MOVE SPACES TO WS-LIGNE-BRIEF.
           PERFORM EMETTRE-LIGNE.
           MOVE "RAPPORTS QUI VOUS ATTENDENT (RAPPORTS-VUE)"
               TO WS-LIGNE-BRIEF.
           PERFORM EMETTRE-LIGNE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SUIVI-FICHIER.
           IF WS-SUIVI-STATUS = "00"
               PERFORM UNTIL WS-SUIVI-STATUS NOT = "00"
                   READ SUIVI-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-DSU-ETAT = "A"
                              AND (WS-OPERATEUR-COURANT = SPACES
                               OR F-DSU-OPERATEUR
                                  = WS-OPERATEUR-COURANT)
                               PERFORM TRAITER-RAPPORT-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUIVI-FICHIER
           END-IF.
           IF WS-NB-RAPPORTS-ATTENTE = 0
               MOVE "   (aucun rapport en attente)" TO WS-LIGNE-BRIEF
               PERFORM EMETTRE-LIGNE
           END-IF.

       TRAITER-RAPPORT-ATTENTE.
           ADD 1 TO WS-NB-RAPPORTS-ATTENTE.
           MOVE SPACES TO WS-LIGNE-BRIEF.
           STRING "   " DELIMITED BY SIZE
                  F-DSU-OPERATEUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-DSU-NOM-DATE DELIMITED BY SPACE
               INTO WS-LIGNE-BRIEF.
           IF F-DSU-COPIES > 0
               MOVE F-DSU-COPIES TO WS-COPIES-AFF
               MOVE "(" TO WS-LIGNE-BRIEF(52:1)
               MOVE WS-COPIES-AFF TO WS-LIGNE-BRIEF(53:2)
               MOVE " ex. papier)" TO WS-LIGNE-BRIEF(55:12)
           END-IF.
           PERFORM EMETTRE-LIGNE.

      *    Une ligne de rupture du rapport : les articles encore a
      *    l'assortiment sont rappeles dans le brief, les retires ou
      *    hors saison sont seulement comptes
