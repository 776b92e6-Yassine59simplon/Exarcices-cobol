      * etiquette par menage (a l'adresse du chef) au lieu de cinq
      * vers la meme boite, et edite la composition de chaque menage
      * avec l'age des membres via DateUtil.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque rattachement, detachement ou changement de chef laisse
      * dans personnes-histo.txt (HistoPersonne) l'image avant et
      * l'image apres de la personne, au nom de l'operateur identifie
      * au lancement (Connexion).
      * Chaque adresse d'etiquette est controlee contre la reference
      * des codes postaux (CodePostal) : une etiquette dont le couple
      * code postal / commune est inconnu est signalee a l'ecran avec
      * la correction proposee, et les adresses non validees sont
      * comptees.
      * Un tirage d'etiquettes peut etre rattache a un code de campagne
      * (Campagne) : chaque etiquette est alors enregistree comme envoi
      * au chef du menage pour le suivi des retours dans CAMPAGNES. Un
      * menage dont le courrier est revenu (F-PER-NPAI du chef) est
      * saute jusqu'a la correction de l'adresse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-NB-ETIQUETTES           PIC 9(03) VALUE 0.
       01 WS-LIGNE-TRAVAIL           PIC X(70).

      *    Adresse controlee contre la reference des codes postaux
      *    (sous-programme partage CodePostal) avant impression
       01 WS-CPO-ACTION              PIC X     VALUE "V".
       01 WS-CPO-CP-PROPOSE          PIC X(05).
       01 WS-CPO-VILLE-PROPOSEE      PIC X(15).
       01 WS-CPO-RESULTAT            PIC X.
       01 WS-NB-NON-VALIDEES         PIC 9(03) VALUE 0.
       01 WS-NB-NPAI                 PIC 9(03) VALUE 0.

      *    Campagne de courrier rattachee au tirage (sous-programme
      *    partage Campagne) : une ligne d'envoi par etiquette, au
      *    nom du chef de menage
       01 WS-CAM-ACTION              PIC X.
       01 WS-CAM-CAMPAGNE.
           05 WS-CAM-CODE            PIC X(08).
           05 WS-CAM-PROGRAMME       PIC X(10) VALUE "GERE-MENAG".
           05 WS-CAM-SELECTION       PIC X(40) VALUE
               "Etiquettes par menage".
       01 WS-CAM-ENVOI.
           05 WS-CAM-PERSONNE        PIC 9(05).
           05 WS-CAM-MENAGE          PIC X(04).
           05 WS-CAM-CP              PIC X(05).
           05 WS-CAM-VILLE           PIC X(15).
       01 WS-CAM-RESULTAT            PIC X.
       01 WS-CAM-ACTIVE              PIC X VALUE "N".
       01 WS-NB-ENVOIS               PIC 9(03) VALUE 0.

       77 WS-DATE-SYS                PIC 9(8).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Operateur de la session (OPERATIONS ou Connexion) et
      *    images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne) : l'enregistrement
      *    du maitre suivi du menage et du drapeau de chef
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "GERE-MENAG".
       01 WS-HPE-ACTION              PIC X     VALUE "H".
       01 WS-HPE-NUMERO              PIC 9(05).
       01 WS-HPE-AVANT.
           05 WS-HPE-AV-PERSONNE     PIC X(120).
           05 WS-HPE-AV-MENAGE       PIC X(04).
           05 WS-HPE-AV-CHEF         PIC X.
       01 WS-HPE-APRES.
           05 WS-HPE-AP-PERSONNE     PIC X(120).
           05 WS-HPE-AP-MENAGE       PIC X(04).
           05 WS-HPE-AP-CHEF         PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "GERE-MENAG" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
      *    Chaque changement est historise au nom de l'operateur :
      *    pas de session sans operateur identifie
       IF WS-OPERATEUR-COURANT = LOW-VALUES
           MOVE SPACES TO WS-OPERATEUR-COURANT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           CALL "Connexion" USING WS-CNX-ACTION
                                  WS-OPERATEUR-COURANT
                                  WS-CNX-RESULTAT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           DISPLAY "Mise a jour refusee : operateur non identifie."
           STOP RUN
       END-IF.
       PERFORM CHARGER-MENAGES.

       PERFORM UNTIL WS-CHOIX = 6
                   PERFORM LISTER-MENAGES
               WHEN 2
                   PERFORM RATTACHER-PERSONNE
                       THRU RATTACHER-PERSONNE-FIN
               WHEN 3
                   PERFORM DETACHER-PERSONNE
               WHEN 4
                   PERFORM ETIQUETTES-MENAGES
                       THRU ETIQUETTES-MENAGES-FIN
               WHEN 5
                   PERFORM COMPOSITION-MENAGES
                       THRU COMPOSITION-MENAGES-FIN
               WHEN 6
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-MENAGES
           IF WS-CHEF-SAISI NOT = "O"
               MOVE "N" TO WS-CHEF-SAISI
           END-IF.
      *    Image avant : premier menage ou figurait deja la personne
           MOVE SPACES TO WS-HPE-AV-MENAGE WS-HPE-AV-CHEF.
           MOVE 0 TO WS-IDX-MEN-TROUVE.
           PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                   UNTIL WS-IDX-MEN > WS-NB-MEN
                   OR WS-IDX-MEN-TROUVE NOT = 0
               IF WS-MEN-PERSONNE(WS-IDX-MEN) = WS-PERSONNE-SAISIE
                   MOVE WS-IDX-MEN TO WS-IDX-MEN-TROUVE
                   MOVE WS-MEN-NUMERO(WS-IDX-MEN) TO WS-HPE-AV-MENAGE
                   MOVE WS-MEN-CHEF(WS-IDX-MEN) TO WS-HPE-AV-CHEF
               END-IF
           END-PERFORM.
           MOVE WS-MENAGE-SAISI TO WS-HPE-AP-MENAGE.
           MOVE WS-CHEF-SAISI TO WS-HPE-AP-CHEF.
           MOVE WS-PERSONNE-SAISIE TO WS-HPE-NUMERO.
           PERFORM HISTORISER-MENAGE.
      *    Un seul chef par menage : le nouveau chef detrone
      *    l'ancien, dont le changement est historise aussi
           IF WS-CHEF-SAISI = "O"
               PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                       UNTIL WS-IDX-MEN > WS-NB-MEN
                   IF WS-MEN-NUMERO(WS-IDX-MEN) = WS-MENAGE-SAISI
                       IF WS-MEN-CHEF(WS-IDX-MEN) = "O"
                          AND WS-MEN-PERSONNE(WS-IDX-MEN)
                              NOT = WS-PERSONNE-SAISIE
                           MOVE WS-MENAGE-SAISI TO WS-HPE-AV-MENAGE
                                                   WS-HPE-AP-MENAGE
                           MOVE "O" TO WS-HPE-AV-CHEF
                           MOVE "N" TO WS-HPE-AP-CHEF
                           MOVE WS-MEN-PERSONNE(WS-IDX-MEN)
                               TO WS-HPE-NUMERO
                           PERFORM HISTORISER-MENAGE
                       END-IF
                       MOVE "N" TO WS-MEN-CHEF(WS-IDX-MEN)
                   END-IF
               END-PERFORM
           IF WS-IDX-MEN-TROUVE = 0
               DISPLAY "Cette personne n'est dans aucun menage."
           ELSE
               MOVE WS-MEN-NUMERO(WS-IDX-MEN-TROUVE)
                   TO WS-HPE-AV-MENAGE
               MOVE WS-MEN-CHEF(WS-IDX-MEN-TROUVE) TO WS-HPE-AV-CHEF
               MOVE SPACES TO WS-HPE-AP-MENAGE WS-HPE-AP-CHEF
               MOVE WS-PERSONNE-SAISIE TO WS-HPE-NUMERO
               PERFORM HISTORISER-MENAGE
               PERFORM VARYING WS-IDX-MEN FROM WS-IDX-MEN-TROUVE
                       BY 1 UNTIL WS-IDX-MEN >= WS-NB-MEN
                   MOVE WS-MEN(WS-IDX-MEN + 1)
               DISPLAY "Personne detachee."
           END-IF.

      *    Images avant et apres du menage de la personne
      *    WS-HPE-NUMERO ajoutees a personnes-histo.txt, son
      *    enregistrement du maitre en tete des deux images
       HISTORISER-MENAGE.
           MOVE SPACES TO WS-HPE-AV-PERSONNE.
           MOVE WS-HPE-NUMERO TO WS-HPE-AV-PERSONNE(1:5).
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS = "00"
               MOVE WS-HPE-NUMERO TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F-PERSONNE TO WS-HPE-AV-PERSONNE
               END-READ
               CLOSE FICHIER-P
           END-IF.
           MOVE WS-HPE-AV-PERSONNE TO WS-HPE-AP-PERSONNE.
           CALL "HistoPersonne" USING WS-HPE-PROGRAMME WS-HPE-ACTION
                                      WS-HPE-AVANT WS-HPE-APRES.

      *    Une etiquette par menage, adressee au chef (ou au premier
      *    membre si aucun chef n'est designe)
       ETIQUETTES-MENAGES.
               GO TO ETIQUETTES-MENAGES-FIN
           END-IF.
           MOVE 0 TO WS-NB-ETIQUETTES.
           MOVE 0 TO WS-NB-NON-VALIDEES.
           MOVE 0 TO WS-NB-NPAI.
           MOVE 0 TO WS-NB-ENVOIS.
           PERFORM DEMANDER-CAMPAGNE.
           PERFORM VARYING WS-IDX-NUM FROM 1 BY 1
                   UNTIL WS-IDX-NUM > WS-NB-NUM
               MOVE WS-NUM(WS-IDX-NUM) TO WS-MENAGE-COURANT
               PERFORM ETIQUETTE-UN-MENAGE
                   THRU ETIQUETTE-UN-MENAGE-FIN
           END-PERFORM.
           CLOSE ETIQUETTES-FICHIER.
           IF WS-CAM-ACTIVE = "O"
               MOVE "F" TO WS-CAM-ACTION
               CALL "Campagne" USING WS-CAM-ACTION WS-CAM-CAMPAGNE
                                     WS-CAM-ENVOI WS-CAM-RESULTAT
           END-IF.
           DISPLAY "Etiquettes ecrites : " WS-NB-ETIQUETTES
                   " (voir etiquettes-menages.txt)".
           DISPLAY "Adresses non validees : " WS-NB-NON-VALIDEES.
           DISPLAY "Adresses en retour (sautees) : " WS-NB-NPAI.
           IF WS-CAM-ACTIVE = "O"
               DISPLAY "Campagne " WS-CAM-CODE " : " WS-NB-ENVOIS
                       " envois enregistres"
           END-IF.
       ETIQUETTES-MENAGES-FIN.
           EXIT.

      *    Code de campagne facultatif, unique : le tirage et ses
      *    envois sont alors enregistres pour le suivi des retours
      *    dans CAMPAGNES
       DEMANDER-CAMPAGNE.
           MOVE "N" TO WS-CAM-ACTIVE.
           MOVE "D" TO WS-CAM-RESULTAT.
           PERFORM UNTIL WS-CAM-RESULTAT NOT = "D"
               DISPLAY "Code de campagne (vide = sans suivi) : "
               ACCEPT WS-CAM-CODE
               MOVE FUNCTION UPPER-CASE(WS-CAM-CODE) TO WS-CAM-CODE
               IF WS-CAM-CODE = SPACES
                   MOVE "N" TO WS-CAM-RESULTAT
               ELSE
                   MOVE "O" TO WS-CAM-ACTION
                   CALL "Campagne" USING WS-CAM-ACTION WS-CAM-CAMPAGNE
                                         WS-CAM-ENVOI WS-CAM-RESULTAT
                   EVALUATE WS-CAM-RESULTAT
                       WHEN "O"
                           MOVE "O" TO WS-CAM-ACTIVE
                       WHEN "D"
                           DISPLAY "Code de campagne deja utilise."
                       WHEN OTHER
                           DISPLAY "Fichiers des campagnes "
                                   "inaccessibles : tirage sans suivi."
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ETIQUETTE-UN-MENAGE.
      *    Cherche le chef du menage courant, sinon le premier
      *    membre
                       "sautee."
               GO TO ETIQUETTE-UN-MENAGE-FIN
           END-IF.
           IF F-PER-NPAI = "O"
               ADD 1 TO WS-NB-NPAI
               DISPLAY "Menage " WS-MENAGE-COURANT
                       " : courrier revenu a cette adresse ; "
                       "etiquette sautee."
               GO TO ETIQUETTE-UN-MENAGE-FIN
           END-IF.
           ADD 1 TO WS-NB-ETIQUETTES.
           PERFORM CONTROLER-ADRESSE.
           IF WS-CAM-ACTIVE = "O"
               MOVE "E" TO WS-CAM-ACTION
               MOVE F-PER-NUMERO TO WS-CAM-PERSONNE
               MOVE WS-MENAGE-COURANT TO WS-CAM-MENAGE
               MOVE F-PER-CP TO WS-CAM-CP
               MOVE F-PER-VILLE TO WS-CAM-VILLE
               CALL "Campagne" USING WS-CAM-ACTION WS-CAM-CAMPAGNE
                                     WS-CAM-ENVOI WS-CAM-RESULTAT
               ADD 1 TO WS-NB-ENVOIS
           END-IF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "FAMILLE " DELIMITED BY SIZE
                  FUNCTION TRIM(F-PER-NOM) DELIMITED BY SIZE
       ETIQUETTE-UN-MENAGE-FIN.
           EXIT.

      *    Etiquette a une adresse dont le couple code postal /
      *    commune manque a la reference : signalee a l'ecran avec
      *    la correction proposee, puis imprimee quand meme
       CONTROLER-ADRESSE.
           CALL "CodePostal" USING WS-CPO-ACTION F-PER-CP F-PER-VILLE
                                   WS-CPO-CP-PROPOSE
                                   WS-CPO-VILLE-PROPOSEE
                                   WS-CPO-RESULTAT.
           IF WS-CPO-RESULTAT = "C" OR WS-CPO-RESULTAT = "V"
               ADD 1 TO WS-NB-NON-VALIDEES
               DISPLAY "Adresse non validee : " F-PER-NUMERO " "
                       FUNCTION TRIM(F-PER-NOM) " - " F-PER-CP " "
                       FUNCTION TRIM(F-PER-VILLE)
               IF WS-CPO-CP-PROPOSE NOT = SPACES
                   DISPLAY "  proposition : " WS-CPO-CP-PROPOSE " "
                           FUNCTION TRIM(WS-CPO-VILLE-PROPOSEE)
               END-IF
           END-IF.

      *    Composition de chaque menage, avec l'age de chacun via
      *    DateUtil, dans composition-menages.txt
       COMPOSITION-MENAGES.
