      * RESUME-JOUR. Chaque etape consigne son succes ou son echec
      * dans chaine-controle.txt, la chaine s'arrete a la premiere
      * etape en echec, et la reprise repart de l'etape en echec au
      * lieu de rejouer toute la soiree. Le controle d'integrite
      * referentielle INTEGRITE peut y etre inscrit comme etape, de
      * meme que l'export du journal comptable JOURNAL-CPTA et le
      * rapport hebdomadaire de separation des taches SEPARATION.
      * Le choix 9 recalcule les totaux de controle des maitres
      * indexes (TotauxMaitre) et les compare a ceux enregistres ; un
      * superviseur peut y accepter les totaux d'un maitre en ecart,
      * une fois l'ecart examine.
      * L'ouverture de session passe par le sous-programme Connexion
      * (code operateur et code PIN, blocage apres trois PIN faux,
      * changement du PIN provisoire) ; le choix 10 permet a un
      * superviseur de reinitialiser le PIN d'un operateur. Lance par
      * CHAINE-NUIT, le menu ne s'affiche pas : la chaine du soir
      * tourne sans surveillance sous l'operateur de la chaine
      * automatique (OPERATEUR-BATCH de parametres.txt, BAT par
      * defaut), qui ne peut pas ouvrir de session en saisie.
      * L'etape CAPACITE mesure chaque jour la taille des fichiers et
      * la valeur des compteurs etroits et previent d'une saturation
      * prochaine (capacite.txt).
      * Le menu propose aux superviseurs la construction du jeu de
      * formation anonymise (FORMATION) ; le bandeau de formation
      * (Bandeau) s'affiche en tete du menu quand la suite tourne sur
      * un tel jeu.
      * L'etape CAL-MOIS imprime le calendrier mural des operations du
      * mois suivant (calendrier-mois.txt) ; la regle F du calendrier
      * d'exploitation la fait tourner le dernier jour ouvre du mois.
      * L'etape DIFFUSION, a placer en fin de chaine, remet les
      * rapports du jour a leurs listes de diffusion (diffusion.txt) et
      * tient le suivi de lecture.
      * L'etape SUIVI-DELAIS, a placer apres GENERE-TACHES, suit les
      * delais des taches generees et ecrit le rapport mensuel
      * delais-taches.txt.
      * L'etape CONTROLE-ADR controle les adresses du maitre des
      * personnes contre la reference des codes postaux et liste celles
      * a corriger (adresses-a-corriger.txt).
      * L'etape ENCOURS-CLI liste les clients au-dela de leur plafond
      * de credit ou proches de celui-ci (depassements-plafond.txt).
      * Le choix 12 (superviseur) repete la chaine du soir sur une
      * copie de la production avec les fichiers candidats
      * parametres-candidat.txt et calendrier-candidat.txt
      * (REPETITION), compare ses totaux, indicateurs et reclassements
      * a ceux de la derniere chaine reelle (repetition.txt) et
      * propose d'adopter les candidats.
      * La chaine du soir compte jusqu'a 24 etapes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-OPERATEURS-STATUS.

      *    Calendrier d'exploitation : une ligne par programme de la
      *    chaine (nom, regle Q/O/M/F), dans l'ordre d'execution ;
      *    meme decoupage que dans Calendrier.cbl
           SELECT CALENDRIER-FICHIER ASSIGN TO "calendrier-batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 F-OPR-CODE             PIC X(03).
           05 F-OPR-NOM              PIC X(20).
           05 F-OPR-ACTIF            PIC X.
      *    Role : O = operateur, S = superviseur (a blanc, O),
      *    B = chaine automatique ; les actions sensibles exigent un
      *    superviseur
           05 F-OPR-ROLE             PIC X.

       FD  CALENDRIER-FICHIER.
           05 F-CAL-REGLE            PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CHOIX               PIC 99 VALUE 0.
       01 WS-CONTROLE-STATUS     PIC XX.
       01 WS-OPERATEURS-STATUS   PIC XX.
       01 WS-CALENDRIER-STATUS   PIC XX.
       01 WS-ALR-FICHIER         PIC X(20).
       01 WS-ALR-STATUT          PIC XX.
       01 WS-CODE-SAISI          PIC X(03).
      *    Zones d'appel de Connexion (ouverture de session par code
      *    et PIN, reinitialisation d'un PIN)
       01 WS-CNX-ACTION          PIC X.
       01 WS-CNX-RESULTAT        PIC X.
      *    Pose a "O" par CHAINE-NUIT : chaine du soir sans
      *    surveillance, sans menu ni saisie
       01 WS-CHAINE-AUTO         PIC X     EXTERNAL.
      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE             PIC X(20).
       01 WS-CFG-VALEUR          PIC X(20).
       01 WS-CFG-TROUVE          PIC X.
       01 WS-NOM-OPERATEUR       PIC X(20).
       01 WS-OPERATEUR-VALIDE    PIC X.

      *    liste vient du calendrier du jour, ou des quatre etapes
      *    historiques a defaut
       01 WS-TABLE-CHAINE.
           05 WS-ETAPE OCCURS 24 TIMES.
              10 WS-ETA-PROGRAMME    PIC X(12).
              10 WS-ETA-STATUT       PIC X(02).
       01 WS-NB-ETAPES           PIC 99 VALUE 0.
       01 WS-ETAPES-PERDUES      PIC X VALUE "N".
       01 WS-CHAINE-ARRETEE      PIC X VALUE "N".

      *    Verification des totaux de controle des maitres indexes
      *    (sous-programme partage TotauxMaitre)
       01 WS-TABLE-MAITRES.
           05 WS-MAITRE-CTL OCCURS 3 TIMES PIC X(20).
       01 WS-IDX-MAITRE          PIC 9 VALUE 1.
       01 WS-TOT-ACTION          PIC X.
       01 WS-TOT-MAITRE          PIC X(20).
       01 WS-TOT-QUI             PIC X(10) VALUE "OPERATIONS".
       01 WS-TOT-RESULTAT        PIC X.
       01 WS-REPONSE             PIC X.

      *    Repetition de la chaine du soir (programme REPETITION) :
      *    action P/C/A, repertoire de la repetition, resultat ; le
      *    repertoire de production est note pour y revenir
       01 WS-REP-ACTION          PIC X.
       01 WS-REP-REPERTOIRE      PIC X(20).
       01 WS-REP-RESULTAT        PIC X.
       01 WS-REP-PRODUCTION      PIC X(250).
       01 WS-RC-REPERTOIRE       PIC 9(4) COMP.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       IF WS-CHAINE-AUTO = "O"
           PERFORM CHAINE-SANS-SURVEILLANCE
           STOP RUN
       END-IF.
       PERFORM IDENTIFIER-OPERATEUR.
       PERFORM CONSTRUIRE-CHAINE.

       PERFORM UNTIL WS-CHOIX = 13
           CALL "Bandeau"
           DISPLAY "----- OPERATIONS DU JOUR -----"
           DISPLAY "1. RUPTURE     (inventaire -> rupture.txt)"
           DISPLAY "2. REUSSITE    (eleves -> REUSSITE.txt)"
           IF WS-ROLE-COURANT = "S"
               DISPLAY "8. Purge des journaux (retention/archivage)"
           END-IF
           DISPLAY "9. Verifier les totaux de controle des maitres"
           IF WS-ROLE-COURANT = "S"
               DISPLAY "10. Reinitialiser le PIN d'un operateur"
               DISPLAY "11. Construire le jeu de formation anonymise"
               DISPLAY "12. Repetition de la chaine du soir "
                       "(parametres candidats)"
           END-IF
           DISPLAY "13. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

                           WS-ALR-FICHIER WS-ALR-STATUT
                   END-IF
               WHEN 9
                   PERFORM VERIFIER-MAITRES
               WHEN 10
                   IF WS-ROLE-COURANT = "S"
                       PERFORM REINITIALISER-PIN
                   ELSE
                       DISPLAY "** Action reservee aux "
                               "superviseurs **"
                       MOVE "acces pin refuse" TO WS-ALR-FICHIER
                       MOVE "RR" TO WS-ALR-STATUT
                       CALL "AlerteLog" USING WS-NOM-PROGRAMME
                           WS-ALR-FICHIER WS-ALR-STATUT
                   END-IF
               WHEN 11
                   IF WS-ROLE-COURANT = "S"
                       CALL "FORMATION"
                   ELSE
                       DISPLAY "** Action reservee aux "
                               "superviseurs **"
                       MOVE "acces formation" TO WS-ALR-FICHIER
                       MOVE "RR" TO WS-ALR-STATUT
                       CALL "AlerteLog" USING WS-NOM-PROGRAMME
                           WS-ALR-FICHIER WS-ALR-STATUT
                   END-IF
               WHEN 12
                   IF WS-ROLE-COURANT = "S"
                       PERFORM REPETER-CHAINE THRU REPETER-CHAINE-FIN
                   ELSE
                       DISPLAY "** Action reservee aux "
                               "superviseurs **"
                       MOVE "acces repetition" TO WS-ALR-FICHIER
                       MOVE "RR" TO WS-ALR-STATUT
                       CALL "AlerteLog" USING WS-NOM-PROGRAMME
                           WS-ALR-FICHIER WS-ALR-STATUT
                   END-IF
               WHEN 13
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."

       STOP RUN.

      *    Ouvre la session par code operateur et PIN (Connexion,
      *    codes actifs d'operateurs.txt seulement) ; si la reference
      *    est absente, la session continue sans code
       IDENTIFIER-OPERATEUR.
           MOVE SPACES TO WS-OPERATEUR-COURANT.
           OPEN INPUT OPERATEURS-FICHIER.
                       "operateur"
           ELSE
               CLOSE OPERATEURS-FICHIER
               MOVE "C" TO WS-CNX-ACTION
               MOVE "N" TO WS-CNX-RESULTAT
               PERFORM UNTIL WS-CNX-RESULTAT = "O"
                   CALL "Connexion" USING WS-CNX-ACTION
                                          WS-OPERATEUR-COURANT
                                          WS-CNX-RESULTAT
               END-PERFORM
               MOVE WS-OPERATEUR-COURANT TO WS-CODE-SAISI
               PERFORM VALIDER-OPERATEUR
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
               DISPLAY "Bonjour " FUNCTION TRIM(WS-NOM-OPERATEUR)
               MOVE "S" TO WS-ROLE-COURANT
           END-IF.

      *    Cherche le code saisi parmi les operateurs actifs (nom
      *    pour l'accueil)
       VALIDER-OPERATEUR.
           MOVE "N" TO WS-OPERATEUR-VALIDE.
           MOVE "C" TO WS-FIN.
               CLOSE OPERATEURS-FICHIER
           END-IF.

      *    Chaine du soir lancee par CHAINE-NUIT : pas de menu ni de
      *    saisie, session au nom de l'operateur de la chaine
      *    automatique ; code retour 8 si une etape echoue
       CHAINE-SANS-SURVEILLANCE.
           MOVE "OPERATEUR-BATCH" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           MOVE SPACES TO WS-OPERATEUR-COURANT.
           IF WS-CFG-TROUVE = "O"
               MOVE FUNCTION UPPER-CASE(WS-CFG-VALEUR(1:3))
                   TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               MOVE "BAT" TO WS-OPERATEUR-COURANT
           END-IF.
           MOVE "O" TO WS-ROLE-COURANT.
           DISPLAY "Chaine du soir sans surveillance, operateur "
                   WS-OPERATEUR-COURANT.
           PERFORM CONSTRUIRE-CHAINE.
           MOVE 1 TO WS-ETAPE-DEBUT.
           PERFORM EXECUTER-CHAINE.
           IF WS-CHAINE-ARRETEE = "O"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    Repetition de la chaine du soir avec les parametres
      *    candidats : REPETITION copie la production dans son
      *    repertoire, la chaine du jour y tourne (calendrier de la
      *    copie) suivie du reclassement des clients, puis, de retour
      *    en production, REPETITION compare les resultats a ceux de
      *    la derniere chaine reelle ; le superviseur decide ensuite
      *    d'adopter ou non les fichiers candidats
       REPETER-CHAINE.
           MOVE "P" TO WS-REP-ACTION.
           CALL "REPETITION" USING WS-REP-ACTION WS-REP-REPERTOIRE
                                   WS-REP-RESULTAT.
           IF WS-REP-RESULTAT NOT = "O"
               GO TO REPETER-CHAINE-FIN
           END-IF.
           MOVE SPACES TO WS-REP-PRODUCTION.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                            BY VALUE 250
                                            BY REFERENCE
                                               WS-REP-PRODUCTION
               RETURNING WS-RC-REPERTOIRE.
           IF WS-RC-REPERTOIRE NOT = 0
               DISPLAY "** Repertoire de production introuvable : "
                       "repetition abandonnee **"
               GO TO REPETER-CHAINE-FIN
           END-IF.
           CALL "CBL_CHANGE_DIR" USING WS-REP-REPERTOIRE
               RETURNING WS-RC-REPERTOIRE.
           IF WS-RC-REPERTOIRE NOT = 0
               DISPLAY "** Repertoire " FUNCTION TRIM(WS-REP-REPERTOIRE)
                       " inaccessible : repetition abandonnee **"
               GO TO REPETER-CHAINE-FIN
           END-IF.

           DISPLAY " ".
           DISPLAY "===== REPETITION dans "
                   FUNCTION TRIM(WS-REP-REPERTOIRE) " =====".
           PERFORM CONSTRUIRE-CHAINE.
           MOVE 1 TO WS-ETAPE-DEBUT.
           PERFORM EXECUTER-CHAINE.
           DISPLAY " ".
           DISPLAY "--- Reclassement des clients ---".
           CALL "RECLASSE-CLIENTS".
           MOVE 0 TO RETURN-CODE.

           CALL "CBL_CHANGE_DIR" USING WS-REP-PRODUCTION
               RETURNING WS-RC-REPERTOIRE.
           IF WS-RC-REPERTOIRE NOT = 0
               DISPLAY "** Retour au repertoire de production "
                       "impossible : OPERATIONS s'arrete pour ne pas "
                       "travailler sur la repetition **"
               STOP RUN
           END-IF.
           DISPLAY "===== Retour en production =====".
           PERFORM CONSTRUIRE-CHAINE.

           MOVE "C" TO WS-REP-ACTION.
           CALL "REPETITION" USING WS-REP-ACTION WS-REP-REPERTOIRE
                                   WS-REP-RESULTAT.
           IF WS-REP-RESULTAT = "O"
               DISPLAY "Adopter les fichiers candidats en production "
                       "? (O/N) : "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF WS-REPONSE = "O"
                   MOVE "A" TO WS-REP-ACTION
                   CALL "REPETITION" USING WS-REP-ACTION
                                           WS-REP-REPERTOIRE
                                           WS-REP-RESULTAT
                   PERFORM CONSTRUIRE-CHAINE
               ELSE
                   DISPLAY "Fichiers candidats laisses en attente."
               END-IF
           END-IF.
       REPETER-CHAINE-FIN.
           EXIT.

      *    Reinitialise le PIN d'un operateur (superviseur) : PIN
      *    provisoire a changer a sa prochaine connexion
       REINITIALISER-PIN.
           DISPLAY "Code de l'operateur : ".
           ACCEPT WS-CODE-SAISI.
           MOVE "R" TO WS-CNX-ACTION.
           CALL "Connexion" USING WS-CNX-ACTION WS-CODE-SAISI
                                  WS-CNX-RESULTAT.

      *    Deroule la chaine a partir de WS-ETAPE-DEBUT : chaque
      *    etape est consignee dans chaine-controle.txt des qu'elle
      *    se termine, et la chaine s'arrete au premier echec
               DISPLAY "Chaine du soir terminee sans echec."
           END-IF.

      *    Recalcule et compare les totaux de controle de chaque
      *    maitre indexe ; un superviseur peut accepter les totaux
      *    actuels d'un maitre en ecart (apres examen) ou encore sans
      *    controle enregistre
       VERIFIER-MAITRES.
           MOVE "inventaire.dat" TO WS-MAITRE-CTL(1).
           MOVE "clients.dat"    TO WS-MAITRE-CTL(2).
           MOVE "personnes.dat"  TO WS-MAITRE-CTL(3).
           PERFORM VARYING WS-IDX-MAITRE FROM 1 BY 1
                   UNTIL WS-IDX-MAITRE > 3
               MOVE WS-MAITRE-CTL(WS-IDX-MAITRE) TO WS-TOT-MAITRE
               MOVE "V" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
               EVALUATE WS-TOT-RESULTAT
                   WHEN "O"
                       DISPLAY WS-TOT-MAITRE " : totaux conformes"
                   WHEN "E"
                       DISPLAY WS-TOT-MAITRE " : ECART"
                   WHEN "A"
                       DISPLAY WS-TOT-MAITRE " : aucun controle "
                               "enregistre"
                   WHEN "D"
                       DISPLAY WS-TOT-MAITRE " : mise a jour en "
                               "cours, a reverifier plus tard"
                   WHEN OTHER
                       DISPLAY WS-TOT-MAITRE " : maitre illisible "
                               "ou absent"
               END-EVALUATE
               IF WS-TOT-RESULTAT = "E" OR WS-TOT-RESULTAT = "A"
                   PERFORM ACCEPTER-TOTAUX
               END-IF
           END-PERFORM.

      *    Enregistre les totaux actuels de WS-TOT-MAITRE comme
      *    reference, sur decision d'un superviseur
       ACCEPTER-TOTAUX.
           IF WS-ROLE-COURANT NOT = "S"
               DISPLAY "   (un superviseur peut accepter ces totaux)"
           ELSE
               DISPLAY "   Accepter les totaux actuels comme "
                       "reference ? (O/N) : "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF WS-REPONSE = "O"
                   MOVE "S" TO WS-TOT-ACTION
                   CALL "TotauxMaitre" USING WS-TOT-ACTION
                                             WS-TOT-MAITRE
                                             WS-TOT-QUI
                                             WS-TOT-RESULTAT
                   DISPLAY "   Totaux de " FUNCTION TRIM(WS-TOT-MAITRE)
                           " enregistres."
               END-IF
           END-IF.

      *    Lance le programme de l'etape courante ; un nom inconnu
      *    du menu est signale et saute sans arreter la chaine
       LANCER-ETAPE.
                   CALL "CONTROLE-NUIT"
               WHEN "KPI-COLLECTE"
                   CALL "KPI-COLLECTE"
               WHEN "INTEGRITE"
                   CALL "INTEGRITE"
               WHEN "JOURNAL-CPTA"
                   CALL "JOURNAL-CPTA"
               WHEN "SEPARATION"
                   CALL "SEPARATION"
               WHEN "CAPACITE"
                   CALL "CAPACITE"
               WHEN "CAL-MOIS"
                   CALL "CAL-MOIS"
               WHEN "DIFFUSION"
                   CALL "DIFFUSION"
               WHEN "SUIVI-DELAIS"
                   CALL "SUIVI-DELAIS"
               WHEN "CONTROLE-ADR"
                   CALL "CONTROLE-ADR"
               WHEN "ENCOURS-CLI"
                   CALL "ENCOURS-CLI"
               WHEN OTHER
                   DISPLAY "** Programme inconnu du menu, etape "
                           "sautee : "
                                   WS-CAL-PROGRAMME WS-CAL-DATE
                                   WS-CAL-PREVU
                               IF WS-CAL-PREVU = "O"
                                   IF WS-NB-ETAPES < 24
                                       ADD 1 TO WS-NB-ETAPES
                                       MOVE F-CAL-PROGRAMME TO
                                        WS-ETA-PROGRAMME(WS-NB-ETAPES)
           END-IF.
           IF WS-ETAPES-PERDUES = "O"
               DISPLAY "** Attention : le calendrier du jour prevoit "
                       "plus de 24 etapes, les etapes en exces ne "
                       "seront pas lancees **"
           END-IF.
           IF WS-NB-ETAPES = 0
