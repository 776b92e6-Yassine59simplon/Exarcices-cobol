       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITE.
      * Suivi de capacite des fichiers et des compteurs de la suite.
      * Chaque passage mesure, pour chaque fichier suivi (journaux
      * plats et maitres indexes), le nombre d'enregistrements et la
      * taille en octets (lignes des fichiers texte, enregistrements
      * complets des maitres indexes), et la valeur des compteurs
      * etroits :
      *   - F-H-NUMERO, numero de commande pizza 9(04) (plus grand
      *     numero d'entete de historique-commandes.txt) ;
      *   - numero de tache de TODO 9(3) (lignes de taches.txt) ;
      *   - F-PER-NUMERO 9(05) (compteur-personnes.txt, ou plus
      *     grande cle de personnes.dat si elle le depasse) ;
      *   - F-CLIENT-NUMERO 9(05) (plus grande cle de clients.dat) ;
      *   - F-CDE-NUMERO 9(06) (compteur-commandes.txt).
      * Les mesures du jour sont ajoutees a capacite-historique.txt
      * (une seule serie par jour, comme KPI-COLLECTE : un second
      * passage le meme jour ne reecrit rien). Le rapport
      * capacite.txt donne la croissance par mois, calculee depuis
      * la plus ancienne mesure des CAPACITE-FENETRE derniers jours
      * (parametres.txt, 90 par defaut), et pour chaque compteur la
      * date prevue de saturation au rythme actuel ; un compteur
      * sature dans les six mois leve une alerte CP via AlerteLog,
      * a chaque passage jusqu'a correction.
      * Les totaux de controle des maitres indexes (TotauxMaitre)
      * sont verifies avant la mesure : un ecart est signale dans le
      * rapport sans arreter le suivi (rien n'est modifie ici). Le
      * code retour vaut 8 si l'historique ou le rapport ne peut pas
      * etre ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier texte mesure, ouvert tour a tour sous chaque nom
           SELECT TEXTE-FICHIER ASSIGN TO WS-NOM-TEXTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTE-STATUS.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT HISTORIQUE-FICHIER
               ASSIGN TO "capacite-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIQUE-STATUS.

           SELECT CAPACITE-FICHIER ASSIGN TO "capacite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXTE-FICHIER.
       01  F-LIGNE-TEXTE                       PIC X(500).

       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

      *    Une ligne par fichier (type F) ou compteur (type C) et par
      *    jour de mesure ; la limite n'a de sens que pour un
      *    compteur (plus grande valeur de sa zone)
       FD  HISTORIQUE-FICHIER.
       01  F-CAPACITE.
           05 F-CAP-DATE                       PIC 9(08).
           05 F-CAP-TYPE                       PIC X.
           05 F-CAP-NOM                        PIC X(24).
           05 F-CAP-NOMBRE                     PIC 9(09).
           05 F-CAP-TAILLE                     PIC 9(12).
           05 F-CAP-LIMITE                     PIC 9(09).

       FD  CAPACITE-FICHIER.
       01  LIGNE-CAPACITE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TEXTE-STATUS                      PIC XX.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-MVT-INDEXE-STATUS                 PIC XX.
       01 WS-CLIENTS-STATUS                    PIC XX.
       01 WS-FICHIER-P-STATUS                  PIC XX.
       01 WS-HISTORIQUE-STATUS                 PIC XX.
       01 WS-CAPACITE-STATUS                   PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-NOM-TEXTE                         PIC X(30).

      *    Fichiers et compteurs suivis, avec la mesure du jour et la
      *    mesure de reference (la plus ancienne de la fenetre)
       01 WS-TABLE-ELEMENTS.
           05 WS-ELT OCCURS 40 TIMES.
              10 WS-ELT-TYPE                   PIC X.
      *          T = fichier texte, I = maitre indexe, C = compteur
              10 WS-ELT-ORIGINE                PIC X.
              10 WS-ELT-NOM                    PIC X(24).
              10 WS-ELT-PRESENT                PIC X.
              10 WS-ELT-NOMBRE                 PIC 9(09).
              10 WS-ELT-TAILLE                 PIC 9(12).
              10 WS-ELT-LIMITE                 PIC 9(09).
              10 WS-ELT-REF-DATE               PIC 9(08).
              10 WS-ELT-REF-NOMBRE             PIC 9(09).
              10 WS-ELT-REF-TAILLE             PIC 9(12).
       77 WS-ELT-CAPACITE                      PIC 9(02) VALUE 40.
       01 WS-NB-ELT                            PIC 9(02) VALUE 0.
       01 WS-IDX-ELT                           PIC 9(02) VALUE 1.
       01 WS-IDX-TROUVE                        PIC 9(02) VALUE 0.

      *    Element en cours d'ajout a la liste
       01 WS-AJ-TYPE                           PIC X.
       01 WS-AJ-ORIGINE                        PIC X.
       01 WS-AJ-NOM                            PIC X(24).
       01 WS-AJ-LIMITE                         PIC 9(09).

      *    Rang des compteurs dans la liste
       01 WS-IX-PIZZA                          PIC 9(02) VALUE 0.
       01 WS-IX-TACHE                          PIC 9(02) VALUE 0.
       01 WS-IX-PERSONNE                       PIC 9(02) VALUE 0.
       01 WS-IX-CLIENT                         PIC 9(02) VALUE 0.
       01 WS-IX-COMMANDE                       PIC 9(02) VALUE 0.

      *    Mesure d'un fichier
       01 WS-NB-LIGNES                         PIC 9(09).
       01 WS-NB-OCTETS                         PIC 9(12).
       01 WS-PLUS-GRAND                        PIC 9(09).
       01 WS-VALEUR-LUE                        PIC 9(09).

      *    Fenetre de calcul de la croissance et seuil d'alerte
       01 WS-JOURS-FENETRE                     PIC 9(04) VALUE 0.
       01 WS-DATE-FENETRE                      PIC 9(08).
       77 WS-SEUIL-ALERTE                      PIC 9(04) VALUE 183.
       77 WS-HORIZON-MAX                       PIC 9(04) VALUE 3650.
       01 WS-DEJA-MESURE                       PIC X VALUE "N".

      *    Croissance et projection de l'element courant
       01 WS-JOURS-ECOULES                     PIC S9(07).
       01 WS-DELTA-NOMBRE                      PIC S9(10).
       01 WS-DELTA-TAILLE                      PIC S9(13).
       01 WS-MOIS-NOMBRE                       PIC S9(10).
       01 WS-MOIS-TAILLE                       PIC S9(13).
       01 WS-JOURS-RESTANTS                    PIC 9(09).
       01 WS-DATE-SATURATION                   PIC 9(08).
       01 WS-NB-ALERTES                        PIC 9(04) VALUE 0.
       01 WS-NB-ECRITES                        PIC 9(04) VALUE 0.

      *    Date pas a pas (meme methode que VENTES-PERDUES)
       01 WS-AV-JOUR                           PIC 99.
       01 WS-AV-MOIS                           PIC 99.
       01 WS-AV-ANNEE                          PIC 9(4).
       01 WS-AV-JOURS-MAX                      PIC 99.
       01 WS-AV-N                              PIC 9(04).

      *    Zones d'appel de DateUtil
       01 WS-DU-OPERATION                      PIC X(03).
       01 WS-DU-DATE1                          PIC 9(8).
       01 WS-DU-DATE2                          PIC 9(8).
       01 WS-DU-RESULTAT                       PIC S9(7).

      *    Zones d'edition
       01 WS-LIGNE-RAPPORT                     PIC X(80).
       01 WS-LIGNE-FICHIER.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LF-NOM                        PIC X(24).
           05 WS-LF-NOMBRE                     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LF-TAILLE                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LF-MOIS-NOMBRE                PIC -ZZZ,ZZ9.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LF-MOIS-TAILLE                PIC -ZZ,ZZZ,ZZ9.
       01 WS-LIGNE-COMPTEUR.
           05 WS-LC-MARQUE                     PIC X(02).
           05 WS-LC-NOM                        PIC X(24).
           05 WS-LC-VALEUR                     PIC ZZZZZZZZ9.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LC-LIMITE                     PIC ZZZZZZZZ9.
           05 FILLER                           PIC X VALUE SPACE.
           05 WS-LC-MOIS                       PIC -ZZZZZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LC-SATURATION                 PIC X(22).
       01 WS-DATE-AFF.
           05 WS-DA-JJ                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-MM                         PIC 99.
           05 FILLER                           PIC X VALUE "/".
           05 WS-DA-AAAA                       PIC 9(4).
       01 WS-JOURS-AFF                         PIC ZZZ9.

       77 WS-DATE-SYS                          PIC 9(8).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "CAPACITE".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "CAPACITE".
       01 WS-REG-RAPPORT             PIC X(30) VALUE "capacite.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "CAPACITE".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant la mesure
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10) VALUE "CAPACITE".
       01 WS-TOT-RESULTAT            PIC X.
       01 WS-TOT-ECARTS              PIC X(40) VALUE SPACES.
       01 WS-TOT-PTR                 PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "CAPACITE-FENETRE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-JOURS-FENETRE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.
       IF WS-JOURS-FENETRE = 0
           MOVE 90 TO WS-JOURS-FENETRE
       END-IF.
       MOVE WS-DATE-SYS(1:4) TO WS-AV-ANNEE.
       MOVE WS-DATE-SYS(5:2) TO WS-AV-MOIS.
       MOVE WS-DATE-SYS(7:2) TO WS-AV-JOUR.
       PERFORM VARYING WS-AV-N FROM 1 BY 1
               UNTIL WS-AV-N > WS-JOURS-FENETRE
           PERFORM RECULER-UN-JOUR
       END-PERFORM.
       COMPUTE WS-DATE-FENETRE = WS-AV-ANNEE * 10000
                               + WS-AV-MOIS * 100 + WS-AV-JOUR.

       PERFORM VERIFIER-MAITRES.
       PERFORM INITIALISER-ELEMENTS.

       PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
               UNTIL WS-IDX-ELT > WS-NB-ELT
           IF WS-ELT-ORIGINE(WS-IDX-ELT) = "T"
               PERFORM MESURER-TEXTE
           END-IF
       END-PERFORM.
       PERFORM MESURER-INVENTAIRE.
       PERFORM MESURER-MOUVEMENTS.
       PERFORM MESURER-CLIENTS.
       PERFORM MESURER-PERSONNES.
       PERFORM MESURER-COMPTEURS.

       PERFORM CHARGER-HISTORIQUE.
       IF WS-DEJA-MESURE = "O"
           DISPLAY "Mesures du jour deja dans capacite-historique.txt"
       ELSE
           PERFORM ECRIRE-HISTORIQUE
           IF WS-HISTORIQUE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.

       OPEN OUTPUT CAPACITE-FICHIER.
       IF WS-CAPACITE-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire capacite.txt"
           MOVE "capacite.txt" TO WS-ALR-FICHIER
           MOVE WS-CAPACITE-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ECRIRE-RAPPORT.
       CLOSE CAPACITE-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Elements mesures : " WS-NB-ELT.
       DISPLAY "Compteurs a moins de six mois de saturation : "
               WS-NB-ALERTES " (voir capacite.txt)".
       MOVE WS-NB-ELT TO WS-NB-LUES-JRN.
       MOVE WS-NB-ECRITES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-ALERTES TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Totaux de controle des maitres indexes : un ecart est
      *    signale en tete du rapport, la mesure continue
       VERIFIER-MAITRES.
           MOVE "V" TO WS-TOT-ACTION.
           MOVE "inventaire.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-UN-MAITRE.
           MOVE "clients.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-UN-MAITRE.
           MOVE "personnes.dat" TO WS-TOT-MAITRE.
           PERFORM VERIFIER-UN-MAITRE.

       VERIFIER-UN-MAITRE.
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT.
           IF WS-TOT-RESULTAT = "E"
               DISPLAY "Ecart de totaux de controle sur "
                       FUNCTION TRIM(WS-TOT-MAITRE)
               STRING FUNCTION TRIM(WS-TOT-MAITRE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO WS-TOT-ECARTS WITH POINTER WS-TOT-PTR
           END-IF.

      *    Liste des fichiers et compteurs suivis
       INITIALISER-ELEMENTS.
           MOVE "F" TO WS-AJ-TYPE.
           MOVE "T" TO WS-AJ-ORIGINE.
           MOVE 0 TO WS-AJ-LIMITE.
           MOVE "alertes.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "actions-sensibles.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "historique-commandes.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "reglements.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "mouvements.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "mouvements-clients.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "prix-journal.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "lots-journal.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "commandes-ouvertes.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "receptions.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "propositions.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "taches.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "taches_terminees.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "notes.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "absences.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "kpi-historique.csv" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "rapports-index.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "capacite-historique.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "diffusion-suivi.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "taches-delais.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "notes-audit.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "eleves-sortis.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "parents-eleves.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "emploi-temps.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "personnes-histo.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "campagnes-envois.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "campagnes-retours.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "demandes-droits.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "fusions-personnes.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "plafonds-clients.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "points-clients.txt" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "I" TO WS-AJ-ORIGINE.
           MOVE "inventaire.dat" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "mouvements.dat" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "clients.dat" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "personnes.dat" TO WS-AJ-NOM.
           PERFORM AJOUTER-ELEMENT.
           MOVE "C" TO WS-AJ-TYPE.
           MOVE "C" TO WS-AJ-ORIGINE.
           MOVE "F-H-NUMERO (pizza)" TO WS-AJ-NOM.
           MOVE 9999 TO WS-AJ-LIMITE.
           PERFORM AJOUTER-ELEMENT.
           MOVE WS-NB-ELT TO WS-IX-PIZZA.
           MOVE "Numero de tache (TODO)" TO WS-AJ-NOM.
           MOVE 999 TO WS-AJ-LIMITE.
           PERFORM AJOUTER-ELEMENT.
           MOVE WS-NB-ELT TO WS-IX-TACHE.
           MOVE "F-PER-NUMERO" TO WS-AJ-NOM.
           MOVE 99999 TO WS-AJ-LIMITE.
           PERFORM AJOUTER-ELEMENT.
           MOVE WS-NB-ELT TO WS-IX-PERSONNE.
           MOVE "F-CLIENT-NUMERO" TO WS-AJ-NOM.
           MOVE 99999 TO WS-AJ-LIMITE.
           PERFORM AJOUTER-ELEMENT.
           MOVE WS-NB-ELT TO WS-IX-CLIENT.
           MOVE "F-CDE-NUMERO" TO WS-AJ-NOM.
           MOVE 999999 TO WS-AJ-LIMITE.
           PERFORM AJOUTER-ELEMENT.
           MOVE WS-NB-ELT TO WS-IX-COMMANDE.

       AJOUTER-ELEMENT.
           IF WS-NB-ELT < WS-ELT-CAPACITE
               ADD 1 TO WS-NB-ELT
               MOVE WS-AJ-TYPE    TO WS-ELT-TYPE(WS-NB-ELT)
               MOVE WS-AJ-ORIGINE TO WS-ELT-ORIGINE(WS-NB-ELT)
               MOVE WS-AJ-NOM     TO WS-ELT-NOM(WS-NB-ELT)
               MOVE WS-AJ-LIMITE  TO WS-ELT-LIMITE(WS-NB-ELT)
               MOVE "N" TO WS-ELT-PRESENT(WS-NB-ELT)
               MOVE 0 TO WS-ELT-NOMBRE(WS-NB-ELT)
               MOVE 0 TO WS-ELT-TAILLE(WS-NB-ELT)
               MOVE 0 TO WS-ELT-REF-DATE(WS-NB-ELT)
               MOVE 0 TO WS-ELT-REF-NOMBRE(WS-NB-ELT)
               MOVE 0 TO WS-ELT-REF-TAILLE(WS-NB-ELT)
           END-IF.

      *    Lignes et octets (fin de ligne comprise) du fichier texte
      *    WS-IDX-ELT ; au passage, plus grand numero d'entete de
      *    commande pizza et nombre de taches
       MESURER-TEXTE.
           MOVE WS-ELT-NOM(WS-IDX-ELT) TO WS-NOM-TEXTE.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-NB-OCTETS.
           MOVE 0 TO WS-PLUS-GRAND.
           MOVE "C" TO WS-FIN.
           OPEN INPUT TEXTE-FICHIER.
           IF WS-TEXTE-STATUS = "00"
               PERFORM UNTIL WS-TEXTE-STATUS NOT = "00"
                   READ TEXTE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES
                           COMPUTE WS-NB-OCTETS = WS-NB-OCTETS + 1
                               + FUNCTION LENGTH(FUNCTION TRIM(
                                     F-LIGNE-TEXTE TRAILING))
                           IF WS-NOM-TEXTE = "historique-commandes.txt"
                              AND F-LIGNE-TEXTE(1:1) = "E"
                              AND F-LIGNE-TEXTE(2:4) IS NUMERIC
                               MOVE F-LIGNE-TEXTE(2:4) TO WS-VALEUR-LUE
                               IF WS-VALEUR-LUE > WS-PLUS-GRAND
                                   MOVE WS-VALEUR-LUE TO WS-PLUS-GRAND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXTE-FICHIER
               MOVE "O" TO WS-ELT-PRESENT(WS-IDX-ELT)
               MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IDX-ELT)
               MOVE WS-NB-OCTETS TO WS-ELT-TAILLE(WS-IDX-ELT)
               IF WS-NOM-TEXTE = "historique-commandes.txt"
                   MOVE "O" TO WS-ELT-PRESENT(WS-IX-PIZZA)
                   MOVE WS-PLUS-GRAND TO WS-ELT-NOMBRE(WS-IX-PIZZA)
               END-IF
               IF WS-NOM-TEXTE = "taches.txt"
                   MOVE "O" TO WS-ELT-PRESENT(WS-IX-TACHE)
                   MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IX-TACHE)
               END-IF
           END-IF.

      *    Rang d'un maitre indexe dans la liste (WS-AJ-NOM)
       TROUVER-ELEMENT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELT
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-ELT-NOM(WS-IDX-ELT) = WS-AJ-NOM
                   MOVE WS-IDX-ELT TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       MESURER-INVENTAIRE.
           MOVE "inventaire.dat" TO WS-AJ-NOM.
           PERFORM TROUVER-ELEMENT.
           MOVE 0 TO WS-NB-LIGNES.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                   READ FICHIER-INVENTAIRE NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
               MOVE "O" TO WS-ELT-PRESENT(WS-IDX-TROUVE)
               MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IDX-TROUVE)
               COMPUTE WS-ELT-TAILLE(WS-IDX-TROUVE) =
                   WS-NB-LIGNES * LENGTH OF F-ARTICLE
           END-IF.

       MESURER-MOUVEMENTS.
           MOVE "mouvements.dat" TO WS-AJ-NOM.
           PERFORM TROUVER-ELEMENT.
           MOVE 0 TO WS-NB-LIGNES.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS = "00"
               PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
                   READ MVT-INDEXE-FICHIER NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES
                   END-READ
               END-PERFORM
               CLOSE MVT-INDEXE-FICHIER
               MOVE "O" TO WS-ELT-PRESENT(WS-IDX-TROUVE)
               MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IDX-TROUVE)
               COMPUTE WS-ELT-TAILLE(WS-IDX-TROUVE) =
                   WS-NB-LIGNES * LENGTH OF F-MOUVEMENT-IDX
           END-IF.

      *    Le maitre des clients donne aussi le plus grand numero de
      *    client attribue (dernier enregistrement dans l'ordre de la
      *    cle)
       MESURER-CLIENTS.
           MOVE "clients.dat" TO WS-AJ-NOM.
           PERFORM TROUVER-ELEMENT.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-PLUS-GRAND.
           OPEN INPUT CLIENTS-FICHIER.
           IF WS-CLIENTS-STATUS = "00"
               PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
                   READ CLIENTS-FICHIER NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES
                           MOVE F-CLIENT-NUMERO TO WS-PLUS-GRAND
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-FICHIER
               MOVE "O" TO WS-ELT-PRESENT(WS-IDX-TROUVE)
               MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IDX-TROUVE)
               COMPUTE WS-ELT-TAILLE(WS-IDX-TROUVE) =
                   WS-NB-LIGNES * LENGTH OF F-CLIENT
               MOVE "O" TO WS-ELT-PRESENT(WS-IX-CLIENT)
               MOVE WS-PLUS-GRAND TO WS-ELT-NOMBRE(WS-IX-CLIENT)
           END-IF.

      *    Idem pour les personnes ; le compteur compteur-personnes
      *    (numero suivant) est pris en compte par MESURER-COMPTEURS
       MESURER-PERSONNES.
           MOVE "personnes.dat" TO WS-AJ-NOM.
           PERFORM TROUVER-ELEMENT.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-PLUS-GRAND.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS = "00"
               PERFORM UNTIL WS-FICHIER-P-STATUS NOT = "00"
                   READ FICHIER-P NEXT RECORD
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LIGNES
                           MOVE F-PER-NUMERO TO WS-PLUS-GRAND
                   END-READ
               END-PERFORM
               CLOSE FICHIER-P
               MOVE "O" TO WS-ELT-PRESENT(WS-IDX-TROUVE)
               MOVE WS-NB-LIGNES TO WS-ELT-NOMBRE(WS-IDX-TROUVE)
               COMPUTE WS-ELT-TAILLE(WS-IDX-TROUVE) =
                   WS-NB-LIGNES * LENGTH OF F-PERSONNE
               MOVE "O" TO WS-ELT-PRESENT(WS-IX-PERSONNE)
               MOVE WS-PLUS-GRAND TO WS-ELT-NOMBRE(WS-IX-PERSONNE)
           END-IF.

      *    Compteurs tenus dans un fichier d'une ligne : le numero
      *    suivant, dont le precedent est le dernier attribue
       MESURER-COMPTEURS.
           MOVE "compteur-personnes.txt" TO WS-NOM-TEXTE.
           OPEN INPUT TEXTE-FICHIER.
           IF WS-TEXTE-STATUS = "00"
               READ TEXTE-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-LIGNE-TEXTE(1:5) IS NUMERIC
                           MOVE F-LIGNE-TEXTE(1:5) TO WS-VALEUR-LUE
                           IF WS-VALEUR-LUE > 0
                               SUBTRACT 1 FROM WS-VALEUR-LUE
                           END-IF
                           MOVE "O" TO WS-ELT-PRESENT(WS-IX-PERSONNE)
                           IF WS-VALEUR-LUE
                              > WS-ELT-NOMBRE(WS-IX-PERSONNE)
                               MOVE WS-VALEUR-LUE
                                   TO WS-ELT-NOMBRE(WS-IX-PERSONNE)
                           END-IF
                       END-IF
               END-READ
               CLOSE TEXTE-FICHIER
           END-IF.
           MOVE "compteur-commandes.txt" TO WS-NOM-TEXTE.
           OPEN INPUT TEXTE-FICHIER.
           IF WS-TEXTE-STATUS = "00"
               READ TEXTE-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-LIGNE-TEXTE(1:6) IS NUMERIC
                           MOVE F-LIGNE-TEXTE(1:6) TO WS-VALEUR-LUE
                           IF WS-VALEUR-LUE > 0
                               SUBTRACT 1 FROM WS-VALEUR-LUE
                           END-IF
                           MOVE "O" TO WS-ELT-PRESENT(WS-IX-COMMANDE)
                           MOVE WS-VALEUR-LUE
                               TO WS-ELT-NOMBRE(WS-IX-COMMANDE)
                       END-IF
               END-READ
               CLOSE TEXTE-FICHIER
           END-IF.

      *    Mesure de reference de chaque element : la plus ancienne
      *    de la fenetre, hors jour meme ; repere aussi une serie du
      *    jour deja ecrite
       CHARGER-HISTORIQUE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT HISTORIQUE-FICHIER.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-HISTORIQUE-STATUS NOT = "00"
                   READ HISTORIQUE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-CAP-DATE = WS-DATE-SYS
                               MOVE "O" TO WS-DEJA-MESURE
                           END-IF
                           IF F-CAP-DATE NOT < WS-DATE-FENETRE
                              AND F-CAP-DATE < WS-DATE-SYS
                               PERFORM RETENIR-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-FICHIER
           END-IF.

       RETENIR-REFERENCE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELT
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-ELT-TYPE(WS-IDX-ELT) = F-CAP-TYPE
                  AND WS-ELT-NOM(WS-IDX-ELT) = F-CAP-NOM
                   MOVE WS-IDX-ELT TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE NOT = 0
               IF WS-ELT-REF-DATE(WS-IDX-TROUVE) = 0
                  OR F-CAP-DATE < WS-ELT-REF-DATE(WS-IDX-TROUVE)
                   MOVE F-CAP-DATE TO WS-ELT-REF-DATE(WS-IDX-TROUVE)
                   MOVE F-CAP-NOMBRE
                       TO WS-ELT-REF-NOMBRE(WS-IDX-TROUVE)
                   MOVE F-CAP-TAILLE
                       TO WS-ELT-REF-TAILLE(WS-IDX-TROUVE)
               END-IF
           END-IF.

      *    Ajoute la serie du jour (elements presents seulement)
       ECRIRE-HISTORIQUE.
           OPEN EXTEND HISTORIQUE-FICHIER.
           IF WS-HISTORIQUE-STATUS NOT = "00"
               OPEN OUTPUT HISTORIQUE-FICHIER
           END-IF.
           IF WS-HISTORIQUE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire capacite-historique.txt"
               MOVE "capacite-historique" TO WS-ALR-FICHIER
               MOVE WS-HISTORIQUE-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
           ELSE
               PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                       UNTIL WS-IDX-ELT > WS-NB-ELT
                   IF WS-ELT-PRESENT(WS-IDX-ELT) = "O"
                       MOVE WS-DATE-SYS TO F-CAP-DATE
                       MOVE WS-ELT-TYPE(WS-IDX-ELT) TO F-CAP-TYPE
                       MOVE WS-ELT-NOM(WS-IDX-ELT) TO F-CAP-NOM
                       MOVE WS-ELT-NOMBRE(WS-IDX-ELT) TO F-CAP-NOMBRE
                       MOVE WS-ELT-TAILLE(WS-IDX-ELT) TO F-CAP-TAILLE
                       MOVE WS-ELT-LIMITE(WS-IDX-ELT) TO F-CAP-LIMITE
                       WRITE F-CAPACITE
                       ADD 1 TO WS-NB-ECRITES
                   END-IF
               END-PERFORM
               CLOSE HISTORIQUE-FICHIER
           END-IF.

       ECRIRE-RAPPORT.
           MOVE WS-DATE-SYS(7:2) TO WS-DA-JJ.
           MOVE WS-DATE-SYS(5:2) TO WS-DA-MM.
           MOVE WS-DATE-SYS(1:4) TO WS-DA-AAAA.
           MOVE WS-JOURS-FENETRE TO WS-JOURS-AFF.
           STRING "CAPACITE DES FICHIERS ET COMPTEURS AU "
                      DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           STRING "(croissance par mois sur les " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOURS-AFF) DELIMITED BY SIZE
                  " derniers jours)" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-TOT-ECARTS NOT = SPACES
               STRING "** Totaux de controle en ecart : "
                          DELIMITED BY SIZE
                      WS-TOT-ECARTS DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

           PERFORM ECRIRE-LIGNE.
           MOVE "FICHIERS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "  Fichier                   Enregistr.   Taille (oct.)"
               TO WS-LIGNE-RAPPORT.
           MOVE "Enr/mois Octets/mois" TO WS-LIGNE-RAPPORT(55:20).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELT
               IF WS-ELT-TYPE(WS-IDX-ELT) = "F"
                   PERFORM ECRIRE-FICHIER
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-LIGNE.
           MOVE "COMPTEURS" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "  Compteur                   Valeur    Limite  +/mois"
               TO WS-LIGNE-RAPPORT.
           MOVE "Saturation prevue" TO WS-LIGNE-RAPPORT(57:17).
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELT
               IF WS-ELT-TYPE(WS-IDX-ELT) = "C"
                   PERFORM ECRIRE-COMPTEUR
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-NB-ALERTES TO WS-JOURS-AFF.
           STRING "Compteurs satures dans les six mois : "
                      DELIMITED BY SIZE
                  WS-JOURS-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Croissance de l'element WS-IDX-ELT depuis sa reference,
      *    ramenee a 30 jours ; WS-JOURS-ECOULES a 0 si pas de
      *    reference utilisable
       CALCULER-CROISSANCE.
           MOVE 0 TO WS-JOURS-ECOULES.
           MOVE 0 TO WS-MOIS-NOMBRE.
           MOVE 0 TO WS-MOIS-TAILLE.
           MOVE 0 TO WS-DELTA-NOMBRE.
           IF WS-ELT-REF-DATE(WS-IDX-ELT) NOT = 0
               MOVE "JRS" TO WS-DU-OPERATION
               MOVE WS-ELT-REF-DATE(WS-IDX-ELT) TO WS-DU-DATE1
               MOVE WS-DATE-SYS TO WS-DU-DATE2
               CALL "DateUtil" USING WS-DU-OPERATION WS-DU-DATE1
                                     WS-DU-DATE2 WS-DU-RESULTAT
               MOVE WS-DU-RESULTAT TO WS-JOURS-ECOULES
           END-IF.
           IF WS-JOURS-ECOULES > 0
               COMPUTE WS-DELTA-NOMBRE = WS-ELT-NOMBRE(WS-IDX-ELT)
                                      - WS-ELT-REF-NOMBRE(WS-IDX-ELT)
               COMPUTE WS-DELTA-TAILLE = WS-ELT-TAILLE(WS-IDX-ELT)
                                      - WS-ELT-REF-TAILLE(WS-IDX-ELT)
               COMPUTE WS-MOIS-NOMBRE ROUNDED =
                   WS-DELTA-NOMBRE * 30 / WS-JOURS-ECOULES
               COMPUTE WS-MOIS-TAILLE ROUNDED =
                   WS-DELTA-TAILLE * 30 / WS-JOURS-ECOULES
           END-IF.

       ECRIRE-FICHIER.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-ELT-PRESENT(WS-IDX-ELT) NOT = "O"
               STRING "  " DELIMITED BY SIZE
                      WS-ELT-NOM(WS-IDX-ELT) DELIMITED BY SIZE
                      "absent" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
           ELSE
               PERFORM CALCULER-CROISSANCE
               MOVE WS-ELT-NOM(WS-IDX-ELT) TO WS-LF-NOM
               MOVE WS-ELT-NOMBRE(WS-IDX-ELT) TO WS-LF-NOMBRE
               MOVE WS-ELT-TAILLE(WS-IDX-ELT) TO WS-LF-TAILLE
               MOVE WS-MOIS-NOMBRE TO WS-LF-MOIS-NOMBRE
               MOVE WS-MOIS-TAILLE TO WS-LF-MOIS-TAILLE
               MOVE WS-LIGNE-FICHIER TO WS-LIGNE-RAPPORT
               IF WS-JOURS-ECOULES = 0
                   MOVE "(sans historique)" TO WS-LIGNE-RAPPORT(64:17)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *    Ligne d'un compteur : au rythme de la fenetre, date a
      *    laquelle la valeur atteindra la limite de sa zone ; moins
      *    de six mois leve l'alerte
       ECRIRE-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-COMPTEUR.
           MOVE WS-ELT-NOM(WS-IDX-ELT) TO WS-LC-NOM.
           MOVE WS-ELT-LIMITE(WS-IDX-ELT) TO WS-LC-LIMITE.
           MOVE WS-ELT-NOMBRE(WS-IDX-ELT) TO WS-LC-VALEUR.
           MOVE 0 TO WS-LC-MOIS.
           IF WS-ELT-PRESENT(WS-IDX-ELT) NOT = "O"
               MOVE "non mesure" TO WS-LC-SATURATION
           ELSE
               PERFORM CALCULER-CROISSANCE
               MOVE WS-MOIS-NOMBRE TO WS-LC-MOIS
               EVALUATE TRUE
                   WHEN WS-ELT-NOMBRE(WS-IDX-ELT)
                        NOT < WS-ELT-LIMITE(WS-IDX-ELT)
                       MOVE 0 TO WS-JOURS-RESTANTS
                       MOVE "SATURE" TO WS-LC-SATURATION
                       PERFORM ALERTER-SATURATION
                   WHEN WS-JOURS-ECOULES = 0
                       MOVE "historique insuffisant"
                           TO WS-LC-SATURATION
                   WHEN WS-DELTA-NOMBRE NOT > 0
                       MOVE "stable" TO WS-LC-SATURATION
                   WHEN OTHER
                       COMPUTE WS-JOURS-RESTANTS =
                           (WS-ELT-LIMITE(WS-IDX-ELT)
                            - WS-ELT-NOMBRE(WS-IDX-ELT))
                           * WS-JOURS-ECOULES / WS-DELTA-NOMBRE
                       IF WS-JOURS-RESTANTS > WS-HORIZON-MAX
                           MOVE "au-dela de 10 ans"
                               TO WS-LC-SATURATION
                       ELSE
                           PERFORM DATER-SATURATION
                           MOVE WS-DATE-SATURATION(7:2) TO WS-DA-JJ
                           MOVE WS-DATE-SATURATION(5:2) TO WS-DA-MM
                           MOVE WS-DATE-SATURATION(1:4) TO WS-DA-AAAA
                           MOVE WS-DATE-AFF TO WS-LC-SATURATION
                           IF WS-JOURS-RESTANTS NOT > WS-SEUIL-ALERTE
                               PERFORM ALERTER-SATURATION
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE WS-LIGNE-COMPTEUR TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

       ALERTER-SATURATION.
           ADD 1 TO WS-NB-ALERTES.
           MOVE "**" TO WS-LC-MARQUE.
           MOVE SPACES TO WS-ALR-FICHIER.
           STRING "cap " DELIMITED BY SIZE
                  WS-ELT-NOM(WS-IDX-ELT) DELIMITED BY SIZE
               INTO WS-ALR-FICHIER.
           MOVE "CP" TO WS-ALR-STATUT.
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT.

      *    Date du jour avancee de WS-JOURS-RESTANTS jours
       DATER-SATURATION.
           MOVE WS-DATE-SYS(1:4) TO WS-AV-ANNEE.
           MOVE WS-DATE-SYS(5:2) TO WS-AV-MOIS.
           MOVE WS-DATE-SYS(7:2) TO WS-AV-JOUR.
           PERFORM VARYING WS-AV-N FROM 1 BY 1
                   UNTIL WS-AV-N > WS-JOURS-RESTANTS
               PERFORM AVANCER-UN-JOUR
           END-PERFORM.
           COMPUTE WS-DATE-SATURATION = WS-AV-ANNEE * 10000
                                      + WS-AV-MOIS * 100 + WS-AV-JOUR.

       AVANCER-UN-JOUR.
           CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE
                                   WS-AV-JOURS-MAX.
           IF WS-AV-JOUR < WS-AV-JOURS-MAX
               ADD 1 TO WS-AV-JOUR
           ELSE
               MOVE 1 TO WS-AV-JOUR
               IF WS-AV-MOIS < 12
                   ADD 1 TO WS-AV-MOIS
               ELSE
                   MOVE 1 TO WS-AV-MOIS
                   ADD 1 TO WS-AV-ANNEE
               END-IF
           END-IF.

       RECULER-UN-JOUR.
           IF WS-AV-JOUR > 1
               SUBTRACT 1 FROM WS-AV-JOUR
           ELSE
               IF WS-AV-MOIS > 1
                   SUBTRACT 1 FROM WS-AV-MOIS
               ELSE
                   MOVE 12 TO WS-AV-MOIS
                   SUBTRACT 1 FROM WS-AV-ANNEE
               END-IF
               CALL "JoursMois" USING WS-AV-MOIS WS-AV-ANNEE
                                       WS-AV-JOURS-MAX
               MOVE WS-AV-JOURS-MAX TO WS-AV-JOUR
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-CAPACITE.
           WRITE LIGNE-CAPACITE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
