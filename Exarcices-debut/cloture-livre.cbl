       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-LIV.
      * Cloture mensuelle du grand livre des clients : jusqu'ici
      * mouvements-clients.txt ne faisait que grossir, et la
      * verification des soldes de COMPTES-CLI, les releves et
      * CLI-DORMANTS re-additionnaient tous les mouvements depuis
      * l'origine. Pour le mois clos (AAAAMM, par defaut le mois
      * precedent), le programme :
      *  - cumule par client le solde d'ouverture (mouvements
      *    anterieurs au mois), les credits et les debits du mois et
      *    le solde de cloture, et les edite par client et en total
      *    dans cloture-livre.txt ;
      *  - rapproche chaque solde de cloture, augmente des mouvements
      *    deja dates apres le mois, du solde de clients.dat : le
      *    moindre ecart refuse la cloture (code retour 8, rien n'est
      *    touche ; voir la verification des soldes de COMPTES-CLI) ;
      *  - sur confirmation, deplace les mouvements jusqu'a la fin du
      *    mois dans l'archive datee mouvements-clients-AAAAMM.txt et
      *    remplace le journal par un mouvement d'a-nouveau (motif
      *    OUV, date du premier du mois suivant) par client, suivi des
      *    mouvements posterieurs au mois ;
      *  - inscrit le mois dans mois-clos-clients.txt (LivreClos.cpy) :
      *    tout mouvement date d'un mois clos est ensuite refuse
      *    (MoisClos).
      * Rien n'est remplace qui ne soit d'abord archive : une erreur
      * d'ecriture de l'archive ou du fichier de travail laisse le
      * journal intact. La cloture est reservee aux superviseurs et
      * tracee dans actions-sensibles.txt (action CLOTURE). Seul un
      * mois anterieur au mois en cours et posterieur au dernier mois
      * clos peut etre clos.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete la cloture (code
      * retour 8).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Maitre indexe des clients, migre par MIGRE-CLI-IDX
           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT MOUVEMENTS-FICHIER
               ASSIGN TO "mouvements-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Archive du mois clos, nommee d'apres le mois
           SELECT ARCHIVE-FICHIER ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Fichier de travail du nouveau journal (a-nouveaux et
      *    mouvements posterieurs), recopie sur le journal seulement
      *    quand tout s'est bien passe
           SELECT TRAVAIL-FICHIER ASSIGN TO "cloture-livre.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

      *    Registre des mois clos, lu par MoisClos
           SELECT CLOS-FICHIER ASSIGN TO "mois-clos-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "cloture-livre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

      *    Meme decoupage que F-MOUVEMENT dans COMPTES-CLI
       FD  MOUVEMENTS-FICHIER.
       01  F-MOUVEMENT.
           05 F-MCL-CLIENT         PIC 9(05).
           05 F-MCL-DATE           PIC 9(08).
           05 F-MCL-SIGNE          PIC X.
           05 F-MCL-MONTANT        PIC 9(6)V99.
           05 F-MCL-MOTIF          PIC X(03).

       FD  ARCHIVE-FICHIER.
       01  F-LIGNE-ARCHIVE         PIC X(25).

       FD  TRAVAIL-FICHIER.
       01  F-LIGNE-TRAVAIL         PIC X(25).

       FD  CLOS-FICHIER.
           COPY "LivreClos.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-MOUVEMENTS-STATUS       PIC XX.
       01 WS-ARCHIVE-STATUS          PIC XX.
       01 WS-TRAVAIL-STATUS          PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-ERREUR                  PIC X VALUE "N".
       01 WS-CONFIRMATION            PIC X.

      *    Mois a clore (AAAAMM), ses bornes et la date des
      *    a-nouveaux (premier du mois suivant)
       01 WS-MOIS-CLOTURE            PIC 9(06).
       01 WS-MC-ANNEE                PIC 9(04).
       01 WS-MC-MOIS                 PIC 99.
       01 WS-DEBUT-MOIS              PIC 9(08).
       01 WS-FIN-MOIS                PIC 9(08).
       01 WS-DATE-OUVERTURE          PIC 9(08).
       01 WS-DERNIER-MOIS-CLOS       PIC 9(06) VALUE 0.
       01 WS-NOM-ARCHIVE             PIC X(30).

      *    Maitre des clients et cumuls du mois par client
       01 WS-TABLE-CLIENTS.
           05 WS-CLI OCCURS 1000 TIMES.
              10 WS-CLI-NUMERO       PIC 9(05).
              10 WS-CLI-NOM          PIC X(20).
              10 WS-CLI-BALANCE      PIC S9(6)V99.
              10 WS-CLI-AU-MAITRE    PIC X.
              10 WS-CLI-OUVERTURE    PIC S9(7)V99.
              10 WS-CLI-CREDITS      PIC 9(7)V99.
              10 WS-CLI-DEBITS       PIC 9(7)V99.
              10 WS-CLI-POSTERIEUR   PIC S9(7)V99.
       77 WS-CAPACITE                PIC 9(04) VALUE 1000.
       01 WS-NB-CLIENTS              PIC 9(04) VALUE 0.
       01 WS-IDX                     PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-TROP-CLIENTS            PIC X VALUE "N".

      *    Rapprochement et totaux
       01 WS-CLOTURE                 PIC S9(7)V99.
       01 WS-ECART                   PIC S9(7)V99.
       01 WS-NB-ECARTS               PIC 9(05) VALUE 0.
       01 WS-TOTAL-OUVERTURE         PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CLOTURE           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-POSTERIEUR        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-MAITRE            PIC S9(11)V99 VALUE 0.
       01 WS-NB-LUS                  PIC 9(07) VALUE 0.
       01 WS-NB-ARCHIVES             PIC 9(07) VALUE 0.
       01 WS-NB-CONSERVES            PIC 9(07) VALUE 0.

      *    Ligne du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-DET-NUMERO          PIC 9(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-NOM             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-OUVERTURE       PIC -Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-CREDITS         PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-DEBITS          PIC Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-CLOTURE         PIC -Z(6)9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-ECART           PIC X(18).
       01 WS-ECART-AFF               PIC -Z(6)9.99.
       01 WS-TOTAL-AFF               PIC -Z(10)9.99.
       01 WS-MONTANT-AFF             PIC Z(10)9.99.
       01 WS-LIGNE-RAPPORT           PIC X(100).

       77 WS-DATE-SYS                PIC 9(8).

      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur) : la
      *    cloture exige un superviseur et les refus partent dans
      *    alertes.txt
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
       01 WS-ACCES-OK                PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "CLOTURE-LI".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "CLOTURE-LI".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "CLOTURE-LIV".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "cloture-livre.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "CLOTURE-LI".
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

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CONTROLER-ROLE.
       IF WS-ACCES-OK NOT = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHOISIR-MOIS THRU CHOISIR-MOIS-FIN.
       IF WS-ERREUR = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHARGER-CLIENTS.
       IF WS-ERREUR = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CUMULER-MOUVEMENTS.
       PERFORM ECRIRE-RAPPORT-CLOTURE.

       IF WS-NB-ECARTS > 0
           DISPLAY "** " WS-NB-ECARTS " ecart(s) avec clients.dat : "
                   "cloture refusee (voir cloture-livre.txt, puis la "
                   "verification des soldes de COMPTES-CLI) **"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Mouvements a archiver : " WS-NB-ARCHIVES
               " - conserves : " WS-NB-CONSERVES.
       DISPLAY "Confirmer la cloture de " WS-MOIS-CLOTURE
               " ? (O/N) : ".
       ACCEPT WS-CONFIRMATION.
       MOVE FUNCTION UPPER-CASE(WS-CONFIRMATION) TO WS-CONFIRMATION.
       IF WS-CONFIRMATION NOT = "O"
           DISPLAY "Cloture abandonnee ; le journal n'est pas touche."
           GOBACK
       END-IF.

       PERFORM ARCHIVER-MOIS THRU ARCHIVER-MOIS-FIN.
       IF WS-ERREUR = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM RECOPIER-TRAVAIL THRU RECOPIER-TRAVAIL-FIN.
       IF WS-ERREUR = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM INSCRIRE-MOIS.

       MOVE "CLOTURE" TO WS-TRC-ACTION.
       MOVE SPACES TO WS-TRC-OBJET.
       STRING "livre " WS-MOIS-CLOTURE
           DELIMITED BY SIZE INTO WS-TRC-OBJET.
       MOVE SPACES TO WS-TRC-LIE.
       MOVE SPACES TO WS-TRC-DETAIL.
       STRING WS-NB-ARCHIVES " mouvements archives"
           DELIMITED BY SIZE INTO WS-TRC-DETAIL.
       CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                WS-TRC-OBJET WS-TRC-LIE
                                WS-TRC-DETAIL.

       DISPLAY "Mois " WS-MOIS-CLOTURE " clos : " WS-NB-ARCHIVES
               " mouvement(s) dans " FUNCTION TRIM(WS-NOM-ARCHIVE)
               ", " WS-NB-CLIENTS " a-nouveau(x) au journal.".
       MOVE WS-NB-LUS TO WS-NB-LUES-JRN.
       MOVE WS-NB-ARCHIVES TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Les actions sensibles exigent un superviseur ; un refus
      *    est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               IF WS-OPERATEUR-COURANT = SPACES
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-IF
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
           END-IF.
           IF WS-ROLE-COURANT = "S"
               MOVE "O" TO WS-ACCES-OK
           ELSE
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-RLG-FICHIER
               MOVE "RR" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
           END-IF.

      *    Mois saisi (par defaut le mois precedent), controle contre
      *    le mois en cours et le dernier mois clos ; bornes du mois
      *    et date des a-nouveaux
       CHOISIR-MOIS.
           MOVE 0 TO WS-DERNIER-MOIS-CLOS.
           OPEN INPUT CLOS-FICHIER.
           IF WS-CLOS-STATUS = "00"
               PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                   READ CLOS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-LVC-MOIS > WS-DERNIER-MOIS-CLOS
                               MOVE F-LVC-MOIS TO WS-DERNIER-MOIS-CLOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOS-FICHIER
           END-IF.
           IF WS-DERNIER-MOIS-CLOS NOT = 0
               DISPLAY "Dernier mois clos : " WS-DERNIER-MOIS-CLOS
           END-IF.

           DISPLAY "Mois a clore (AAAAMM, vide = mois precedent) : ".
           ACCEPT WS-MOIS-CLOTURE.
           IF WS-MOIS-CLOTURE = 0
               MOVE WS-DATE-SYS(1:4) TO WS-MC-ANNEE
               MOVE WS-DATE-SYS(5:2) TO WS-MC-MOIS
               IF WS-MC-MOIS = 1
                   SUBTRACT 1 FROM WS-MC-ANNEE
                   MOVE 12 TO WS-MC-MOIS
               ELSE
                   SUBTRACT 1 FROM WS-MC-MOIS
               END-IF
               COMPUTE WS-MOIS-CLOTURE = WS-MC-ANNEE * 100 + WS-MC-MOIS
           END-IF.
           MOVE WS-MOIS-CLOTURE(1:4) TO WS-MC-ANNEE.
           MOVE WS-MOIS-CLOTURE(5:2) TO WS-MC-MOIS.
           IF WS-MC-MOIS < 1 OR WS-MC-MOIS > 12
               DISPLAY "** Mois invalide : " WS-MOIS-CLOTURE " **"
               MOVE "O" TO WS-ERREUR
               GO TO CHOISIR-MOIS-FIN
           END-IF.
           IF WS-MOIS-CLOTURE NOT < WS-DATE-SYS(1:6)
               DISPLAY "** Le mois en cours ou a venir ne se clot pas "
                       "**"
               MOVE "O" TO WS-ERREUR
               GO TO CHOISIR-MOIS-FIN
           END-IF.
           IF WS-MOIS-CLOTURE NOT > WS-DERNIER-MOIS-CLOS
               DISPLAY "** Mois " WS-MOIS-CLOTURE " deja clos (dernier"
                       " mois clos : " WS-DERNIER-MOIS-CLOS ") **"
               MOVE "O" TO WS-ERREUR
               GO TO CHOISIR-MOIS-FIN
           END-IF.

           COMPUTE WS-DEBUT-MOIS = WS-MOIS-CLOTURE * 100 + 1.
           COMPUTE WS-FIN-MOIS = WS-MOIS-CLOTURE * 100 + 31.
           IF WS-MC-MOIS = 12
               ADD 1 TO WS-MC-ANNEE
               MOVE 1 TO WS-MC-MOIS
           ELSE
               ADD 1 TO WS-MC-MOIS
           END-IF.
           COMPUTE WS-DATE-OUVERTURE =
                   (WS-MC-ANNEE * 100 + WS-MC-MOIS) * 100 + 1.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "mouvements-clients-" DELIMITED BY SIZE
                  WS-MOIS-CLOTURE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE.
       CHOISIR-MOIS-FIN.
           EXIT.

      *    Maitre des clients en memoire ; au-dela de la capacite la
      *    cloture ne peut pas rapprocher tous les comptes
       CHARGER-CLIENTS.
           OPEN INPUT CLIENTS-FICHIER.
           IF WS-CLIENTS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir clients.dat (statut "
                       WS-CLIENTS-STATUS ") ; lancer MIGRE-CLI-IDX "
                       "si la migration n'a pas encore ete faite"
               MOVE "O" TO WS-ERREUR
           ELSE
               PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
                   READ CLIENTS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CLIENTS < WS-CAPACITE
                               ADD 1 TO WS-NB-CLIENTS
                               MOVE WS-NB-CLIENTS TO WS-IDX
                               PERFORM INITIALISER-CLIENT
                               MOVE F-CLIENT-NUMERO
                                   TO WS-CLI-NUMERO(WS-IDX)
                               MOVE F-CLIENT-NOM TO WS-CLI-NOM(WS-IDX)
                               MOVE F-CLIENT-BALANCE
                                   TO WS-CLI-BALANCE(WS-IDX)
                               MOVE "O" TO WS-CLI-AU-MAITRE(WS-IDX)
                               ADD F-CLIENT-BALANCE TO WS-TOTAL-MAITRE
                           ELSE
                               MOVE "O" TO WS-TROP-CLIENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-FICHIER
               IF WS-TROP-CLIENTS = "O"
                   DISPLAY "** clients.dat contient plus de "
                           WS-CAPACITE " clients : cloture "
                           "impossible **"
                   MOVE "O" TO WS-ERREUR
               END-IF
           END-IF.

       INITIALISER-CLIENT.
           MOVE SPACES TO WS-CLI-NOM(WS-IDX).
           MOVE 0 TO WS-CLI-BALANCE(WS-IDX).
           MOVE "N" TO WS-CLI-AU-MAITRE(WS-IDX).
           MOVE 0 TO WS-CLI-OUVERTURE(WS-IDX).
           MOVE 0 TO WS-CLI-CREDITS(WS-IDX).
           MOVE 0 TO WS-CLI-DEBITS(WS-IDX).
           MOVE 0 TO WS-CLI-POSTERIEUR(WS-IDX).

       TROUVER-CLIENT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLIENTS
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-CLI-NUMERO(WS-IDX) = F-MCL-CLIENT
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Cumule chaque mouvement du journal dans la colonne de son
      *    client : ouverture (avant le mois), credits et debits (du
      *    mois) ou posterieur (apres le mois). Un client absent du
      *    maitre est ajoute a la table et ressortira en ecart
       CUMULER-MOUVEMENTS.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "mouvements-clients.txt absent : cloture sur "
                       "des mouvements vides"
           ELSE
               MOVE "C" TO WS-FIN
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           PERFORM CUMULER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

       CUMULER-LIGNE.
           PERFORM TROUVER-CLIENT.
           IF WS-IDX-TROUVE = 0
               IF WS-NB-CLIENTS < WS-CAPACITE
                   ADD 1 TO WS-NB-CLIENTS
                   MOVE WS-NB-CLIENTS TO WS-IDX
                   PERFORM INITIALISER-CLIENT
                   MOVE F-MCL-CLIENT TO WS-CLI-NUMERO(WS-IDX)
                   MOVE "(absent du maitre)" TO WS-CLI-NOM(WS-IDX)
                   MOVE WS-NB-CLIENTS TO WS-IDX-TROUVE
               ELSE
                   DISPLAY "** Client " F-MCL-CLIENT " hors capacite "
                           "de la cloture **"
                   ADD 1 TO WS-NB-ECARTS
               END-IF
           END-IF.
           IF F-MCL-DATE > WS-FIN-MOIS
               ADD 1 TO WS-NB-CONSERVES
           ELSE
               ADD 1 TO WS-NB-ARCHIVES
           END-IF.
           IF WS-IDX-TROUVE NOT = 0
               EVALUATE TRUE
                   WHEN F-MCL-DATE > WS-FIN-MOIS
                       IF F-MCL-SIGNE = "-"
                           SUBTRACT F-MCL-MONTANT
                               FROM WS-CLI-POSTERIEUR(WS-IDX-TROUVE)
                       ELSE
                           ADD F-MCL-MONTANT
                               TO WS-CLI-POSTERIEUR(WS-IDX-TROUVE)
                       END-IF
                   WHEN F-MCL-DATE < WS-DEBUT-MOIS
                       IF F-MCL-SIGNE = "-"
                           SUBTRACT F-MCL-MONTANT
                               FROM WS-CLI-OUVERTURE(WS-IDX-TROUVE)
                       ELSE
                           ADD F-MCL-MONTANT
                               TO WS-CLI-OUVERTURE(WS-IDX-TROUVE)
                       END-IF
                   WHEN F-MCL-SIGNE = "-"
                       ADD F-MCL-MONTANT
                           TO WS-CLI-DEBITS(WS-IDX-TROUVE)
                   WHEN OTHER
                       ADD F-MCL-MONTANT
                           TO WS-CLI-CREDITS(WS-IDX-TROUVE)
               END-EVALUATE
           END-IF.

      *    Rapport de cloture : une ligne par client (ouverture,
      *    credits, debits, cloture), les totaux, et le rapprochement
      *    avec clients.dat
       ECRIRE-RAPPORT-CLOTURE.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire cloture-livre.txt"
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "CLOTURE DU GRAND LIVRE DES CLIENTS - MOIS "
                  WS-MOIS-CLOTURE
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "NUMER NOM                   OUVERTURE    CREDITS"
                  "     DEBITS     CLOTURE"
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLIENTS
               PERFORM RAPPROCHER-CLIENT
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-OUVERTURE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "SOLDES D'OUVERTURE          : " WS-TOTAL-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-CREDITS TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "CREDITS DU MOIS             :  " WS-MONTANT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-DEBITS TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "DEBITS DU MOIS              :  " WS-MONTANT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-CLOTURE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "SOLDES DE CLOTURE           : " WS-TOTAL-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-POSTERIEUR TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "MOUVEMENTS POSTERIEURS      : " WS-TOTAL-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-MAITRE TO WS-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "SOLDES DE CLIENTS.DAT       : " WS-TOTAL-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-NB-ECARTS = 0
               STRING "Cloture + posterieurs = clients.dat pour "
                      "chaque client : cloture possible."
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               STRING "CLOTURE REFUSEE : " WS-NB-ECARTS
                      " client(s) en ecart avec clients.dat."
                   DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           IF WS-RAPPORT-STATUS = "00"
               CLOSE RAPPORT-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT
           END-IF.

      *    Solde de cloture du client WS-IDX, rapproche du maitre :
      *    cloture + mouvements posterieurs = solde de clients.dat
       RAPPROCHER-CLIENT.
           COMPUTE WS-CLOTURE = WS-CLI-OUVERTURE(WS-IDX)
                              + WS-CLI-CREDITS(WS-IDX)
                              - WS-CLI-DEBITS(WS-IDX).
           ADD WS-CLI-OUVERTURE(WS-IDX) TO WS-TOTAL-OUVERTURE.
           ADD WS-CLI-CREDITS(WS-IDX) TO WS-TOTAL-CREDITS.
           ADD WS-CLI-DEBITS(WS-IDX) TO WS-TOTAL-DEBITS.
           ADD WS-CLOTURE TO WS-TOTAL-CLOTURE.
           ADD WS-CLI-POSTERIEUR(WS-IDX) TO WS-TOTAL-POSTERIEUR.
           COMPUTE WS-ECART = WS-CLI-BALANCE(WS-IDX)
                            - WS-CLOTURE - WS-CLI-POSTERIEUR(WS-IDX).
           MOVE WS-CLI-NUMERO(WS-IDX) TO WS-DET-NUMERO.
           MOVE WS-CLI-NOM(WS-IDX) TO WS-DET-NOM.
           MOVE WS-CLI-OUVERTURE(WS-IDX) TO WS-DET-OUVERTURE.
           MOVE WS-CLI-CREDITS(WS-IDX) TO WS-DET-CREDITS.
           MOVE WS-CLI-DEBITS(WS-IDX) TO WS-DET-DEBITS.
           MOVE WS-CLOTURE TO WS-DET-CLOTURE.
           MOVE SPACES TO WS-DET-ECART.
           IF WS-ECART NOT = 0
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-ECART TO WS-ECART-AFF
               STRING "ECART " WS-ECART-AFF
                   DELIMITED BY SIZE INTO WS-DET-ECART
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.

      *    Les mouvements jusqu'a la fin du mois partent dans
      *    l'archive ; le fichier de travail recoit les a-nouveaux
      *    puis les mouvements posterieurs
       ARCHIVER-MOIS.
           OPEN OUTPUT ARCHIVE-FICHIER.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "** Impossible d'ecrire "
                       FUNCTION TRIM(WS-NOM-ARCHIVE) " ; journal "
                       "intact **"
               MOVE "O" TO WS-ERREUR
               GO TO ARCHIVER-MOIS-FIN
           END-IF.
           OPEN OUTPUT TRAVAIL-FICHIER.
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "** Impossible d'ecrire cloture-livre.tmp ; "
                       "journal intact **"
               CLOSE ARCHIVE-FICHIER
               MOVE "O" TO WS-ERREUR
               GO TO ARCHIVER-MOIS-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLIENTS
                   OR WS-ERREUR = "O"
               IF WS-CLI-AU-MAITRE(WS-IDX) = "O"
                   PERFORM ECRIRE-A-NOUVEAU
               END-IF
           END-PERFORM.

           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS = "00"
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                          OR WS-ERREUR = "O"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM REPARTIR-LIGNE
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.
           CLOSE ARCHIVE-FICHIER.
           CLOSE TRAVAIL-FICHIER.
       ARCHIVER-MOIS-FIN.
           EXIT.

      *    A-nouveau du client WS-IDX : son solde de cloture, date du
      *    premier du mois suivant
       ECRIRE-A-NOUVEAU.
           COMPUTE WS-CLOTURE = WS-CLI-OUVERTURE(WS-IDX)
                              + WS-CLI-CREDITS(WS-IDX)
                              - WS-CLI-DEBITS(WS-IDX).
           MOVE WS-CLI-NUMERO(WS-IDX) TO F-MCL-CLIENT.
           MOVE WS-DATE-OUVERTURE TO F-MCL-DATE.
           IF WS-CLOTURE < 0
               MOVE "-" TO F-MCL-SIGNE
               COMPUTE F-MCL-MONTANT = 0 - WS-CLOTURE
           ELSE
               MOVE "+" TO F-MCL-SIGNE
               MOVE WS-CLOTURE TO F-MCL-MONTANT
           END-IF.
           MOVE "OUV" TO F-MCL-MOTIF.
           MOVE F-MOUVEMENT TO F-LIGNE-TRAVAIL.
           WRITE F-LIGNE-TRAVAIL.
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "** Ecriture de cloture-livre.tmp impossible ; "
                       "journal intact **"
               MOVE "O" TO WS-ERREUR
           END-IF.

       REPARTIR-LIGNE.
           IF F-MCL-DATE > WS-FIN-MOIS
               MOVE F-MOUVEMENT TO F-LIGNE-TRAVAIL
               WRITE F-LIGNE-TRAVAIL
               IF WS-TRAVAIL-STATUS NOT = "00"
                   DISPLAY "** Ecriture de cloture-livre.tmp "
                           "impossible ; journal intact **"
                   MOVE "O" TO WS-ERREUR
               END-IF
           ELSE
               MOVE F-MOUVEMENT TO F-LIGNE-ARCHIVE
               WRITE F-LIGNE-ARCHIVE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "** Ecriture de "
                           FUNCTION TRIM(WS-NOM-ARCHIVE)
                           " impossible ; journal intact **"
                   MOVE "O" TO WS-ERREUR
               END-IF
           END-IF.

      *    Le fichier de travail remplace le journal
       RECOPIER-TRAVAIL.
           OPEN INPUT TRAVAIL-FICHIER.
           IF WS-TRAVAIL-STATUS NOT = "00"
               DISPLAY "** Relecture de cloture-livre.tmp impossible ;"
                       " journal intact **"
               MOVE "O" TO WS-ERREUR
               GO TO RECOPIER-TRAVAIL-FIN
           END-IF.
           OPEN OUTPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS NOT = "00"
               DISPLAY "** Reecriture de mouvements-clients.txt "
                       "impossible : le recopier depuis "
                       "cloture-livre.tmp **"
               CLOSE TRAVAIL-FICHIER
               MOVE "O" TO WS-ERREUR
               GO TO RECOPIER-TRAVAIL-FIN
           END-IF.
           MOVE "C" TO WS-FIN.
           PERFORM UNTIL WS-TRAVAIL-STATUS NOT = "00"
               READ TRAVAIL-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE F-LIGNE-TRAVAIL TO F-MOUVEMENT
                       WRITE F-MOUVEMENT
               END-READ
           END-PERFORM.
           CLOSE MOUVEMENTS-FICHIER.
           CLOSE TRAVAIL-FICHIER.
       RECOPIER-TRAVAIL-FIN.
           EXIT.

      *    Ligne du registre des mois clos
       INSCRIRE-MOIS.
           OPEN EXTEND CLOS-FICHIER.
           IF WS-CLOS-STATUS NOT = "00"
               OPEN OUTPUT CLOS-FICHIER
           END-IF.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-CLOS-STATUS NOT = "00"
               DISPLAY "** Ecriture de mois-clos-clients.txt "
                       "impossible : le mois " WS-MOIS-CLOTURE
                       " n'y est pas inscrit **"
           ELSE
               MOVE WS-MOIS-CLOTURE      TO F-LVC-MOIS
               MOVE WS-FIN-MOIS          TO F-LVC-FIN
               MOVE WS-NOM-ARCHIVE       TO F-LVC-ARCHIVE
               MOVE WS-NB-ARCHIVES       TO F-LVC-NB-MOUVEMENTS
               MOVE WS-TOTAL-CLOTURE     TO F-LVC-TOTAL
               MOVE WS-DATE-SYS          TO F-LVC-DATE-CLOTURE
               MOVE WS-OPERATEUR-COURANT TO F-LVC-OPERATEUR
               WRITE F-LIVRE-CLOS
               CLOSE CLOS-FICHIER
           END-IF.

      *    Ecrit la ligne composee dans WS-LIGNE-RAPPORT a l'ecran et
      *    dans le rapport, si celui-ci a pu etre ouvert
       ECRIRE-RAPPORT.
           DISPLAY WS-LIGNE-RAPPORT.
           IF WS-RAPPORT-STATUS = "00"
               MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.
