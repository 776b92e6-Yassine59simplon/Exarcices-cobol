       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOURS-CLI.
      * Releve quotidien des encours clients : chaque client du maitre
      * clients.dat dont le solde passe sous moins son plafond de
      * credit (sous-programme partage PlafondCredit : plafond de la
      * categorie ou plafond personnalise fixe dans CLIENT-MAINT) est
      * liste comme DEPASSE dans depassements-plafond.txt ; celui dont
      * le decouvert atteint 90 % du plafond est liste comme PROCHE,
      * pour relance avant le refus des retraits et des ventes.
      * Etape de la chaine du soir (OPERATIONS) : code retour 8 si
      * clients.dat manque ou si les totaux de controle du maitre
      * (TotauxMaitre) sont en ecart, 0 sinon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "depassements-plafond.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

       01 WS-NB-LUS                  PIC 9(05) VALUE 0.
       01 WS-NB-DEBITEURS            PIC 9(05) VALUE 0.
       01 WS-NB-DEPASSES             PIC 9(05) VALUE 0.
       01 WS-NB-PROCHES              PIC 9(05) VALUE 0.

      *    Plafond du client lu (PlafondCredit), plancher du solde
      *    (moins le plafond) et seuil d'alerte (moins 90 % du
      *    plafond)
       01 WS-PLF-ACTION              PIC X.
       01 WS-PLF-CATEGORIE           PIC X(20).
       01 WS-PLF-PLAFOND             PIC 9(6)V99.
       01 WS-PLF-ORIGINE             PIC X.
       01 WS-PLANCHER                PIC S9(7)V99.
       01 WS-SEUIL-ALERTE            PIC S9(7)V99.
       77 WS-TAUX-ALERTE             PIC 9V99 VALUE 0.90.

      *    Ligne du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-DET-NUMERO          PIC 9(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-NOM             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-CATEGORIE       PIC X(12).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-SOLDE           PIC -ZZZZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-PLAFOND         PIC ZZZZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-ORIGINE         PIC X(04).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-ETAT            PIC X(07).
       01 WS-LIGNE-TOTAL             PIC X(100).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "ENCOURS-CLI".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "depassements-plafond.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "ENCOURS-CL".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "ENCOURS-CL" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *    Plafonds recharges pour la passe
       MOVE "C" TO WS-PLF-ACTION.
       CALL "PlafondCredit" USING WS-PLF-ACTION F-CLIENT-NUMERO
                                  WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                  WS-PLF-ORIGINE.

       OPEN INPUT CLIENTS-FICHIER.
       IF WS-CLIENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir clients.dat (statut "
                   WS-CLIENTS-STATUS ") ; lancer MIGRE-CLI-IDX "
                   "si la migration n'a pas encore ete faite"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire depassements-plafond.txt"
           CLOSE CLIENTS-FICHIER
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "CLIENTS AU-DELA OU PROCHES DE LEUR PLAFOND DE CREDIT"
           TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "NUMER NOM                  CATEGORIE         SOLDE  "
              DELIMITED BY SIZE
              " PLAFOND ORIG ETAT" DELIMITED BY SIZE
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
           READ CLIENTS-FICHIER
               AT END
                   MOVE "F" TO WS-FIN
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM CONTROLER-CLIENT THRU CONTROLER-CLIENT-FIN
           END-READ
       END-PERFORM.
       CLOSE CLIENTS-FICHIER.

       IF WS-NB-DEPASSES = 0 AND WS-NB-PROCHES = 0
           MOVE "Aucun client au-dela ou proche de son plafond."
               TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO WS-LIGNE-TOTAL.
       STRING "Clients lus : " WS-NB-LUS
              "  debiteurs : " WS-NB-DEBITEURS
              "  au-dela du plafond : " WS-NB-DEPASSES
              "  proches : " WS-NB-PROCHES
           DELIMITED BY SIZE INTO WS-LIGNE-TOTAL.
       MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Encours controles : " WS-NB-LUS
               " - au-dela du plafond : " WS-NB-DEPASSES
               " - proches : " WS-NB-PROCHES
               " (voir depassements-plafond.txt)".
       MOVE WS-NB-LUS TO WS-NB-LUES-JRN.
       COMPUTE WS-NB-ECRITES-JRN = WS-NB-DEPASSES + WS-NB-PROCHES.
       MOVE WS-NB-DEPASSES TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Solde du client lu compare a son plafond : ligne DEPASSE
      *    sous moins le plafond, PROCHE sous moins 90 % du plafond
      *    (un plafond nul ne laisse aucune marge : tout decouvert
      *    est un depassement)
       CONTROLER-CLIENT.
           IF F-CLIENT-BALANCE >= 0
               GO TO CONTROLER-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-NB-DEBITEURS.
           MOVE "P" TO WS-PLF-ACTION.
           MOVE F-CLIENT-CATEGORY TO WS-PLF-CATEGORIE.
           CALL "PlafondCredit" USING WS-PLF-ACTION F-CLIENT-NUMERO
                                      WS-PLF-CATEGORIE WS-PLF-PLAFOND
                                      WS-PLF-ORIGINE.
           COMPUTE WS-PLANCHER = 0 - WS-PLF-PLAFOND.
           COMPUTE WS-SEUIL-ALERTE =
                   0 - WS-PLF-PLAFOND * WS-TAUX-ALERTE.
           EVALUATE TRUE
               WHEN F-CLIENT-BALANCE < WS-PLANCHER
                   ADD 1 TO WS-NB-DEPASSES
                   MOVE "DEPASSE" TO WS-DET-ETAT
               WHEN F-CLIENT-BALANCE <= WS-SEUIL-ALERTE
                   ADD 1 TO WS-NB-PROCHES
                   MOVE "PROCHE" TO WS-DET-ETAT
               WHEN OTHER
                   GO TO CONTROLER-CLIENT-FIN
           END-EVALUATE.
           MOVE F-CLIENT-NUMERO TO WS-DET-NUMERO.
           MOVE F-CLIENT-NOM TO WS-DET-NOM.
           MOVE F-CLIENT-CATEGORY TO WS-DET-CATEGORIE.
           MOVE F-CLIENT-BALANCE TO WS-DET-SOLDE.
           MOVE WS-PLF-PLAFOND TO WS-DET-PLAFOND.
           IF WS-PLF-ORIGINE = "P"
               MOVE "PERS" TO WS-DET-ORIGINE
           ELSE
               MOVE "CAT" TO WS-DET-ORIGINE
           END-IF.
           MOVE WS-LIGNE-DETAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
       CONTROLER-CLIENT-FIN.
           EXIT.
