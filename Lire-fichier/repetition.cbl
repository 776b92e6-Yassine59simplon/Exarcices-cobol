       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPETITION.
      * Repetition de la chaine du soir avant un changement de
      * parametres, appelee par OPERATIONS (superviseur) en trois
      * temps :
      * Action "P" (preparation) : copie les maitres, les fichiers de
      * reference et les journaux lus par la chaine dans un
      * repertoire a part (REPETITION-REPERTOIRE de parametres.txt,
      * repetition par defaut), sans rien anonymiser, et y installe
      * les fichiers candidats parametres-candidat.txt et
      * calendrier-candidat.txt sous les noms parametres.txt et
      * calendrier-batch.txt (a defaut, ceux de production). Les
      * maitres indexes passent par un export texte puis sont
      * reconstruits dans le repertoire, comme pour FORMATION. Les
      * resultats a comparer d'une repetition precedente sont effaces
      * et la ligne du jour de kpi-historique.csv n'est pas copiee,
      * pour que la repetition produise les siens. OPERATIONS se
      * place ensuite dans le repertoire, y deroule la chaine puis le
      * reclassement des clients (RECLASSE-CLIENTS) et revient en
      * production : les fichiers de production ne sont pas touches.
      * Action "C" (comparaison) : compare la repetition a la derniere
      * chaine reelle et ecrit les differences dans repetition.txt
      * (affiche aussi a l'ecran) : parametres et calendrier
      * modifies, statut des etapes de la repetition, totaux de
      * rupture-totaux.txt, reussite-totaux.txt et
      * lire-noms-totaux.txt, indicateurs de la derniere ligne de
      * kpi-historique.csv et comptes par transition de
      * reclassement.txt. Seules les valeurs qui changent sont
      * listees.
      * Action "A" (adoption, superviseur) : les fichiers candidats
      * remplacent parametres.txt et calendrier-batch.txt, les
      * anciens sont gardes sous parametres-precedents.txt et
      * calendrier-precedent.txt.
      * L-RESULTAT rend O quand l'action a abouti ; apres la
      * comparaison, O signale en plus qu'il y a des fichiers
      * candidats a adopter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Source et cible generiques des copies et des comparaisons
           SELECT SOURCE-FICHIER ASSIGN TO WS-NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CIBLE-FICHIER ASSIGN TO WS-NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIBLE-STATUS.

      *    Maitres indexes : lus sous leur nom de production, puis
      *    reconstruits sous leur nom dans le repertoire de repetition
           SELECT FICHIER-INVENTAIRE ASSIGN TO WS-NOM-INDEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO WS-NOM-INDEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

           SELECT FICHIER-CLIENTS ASSIGN TO WS-NOM-INDEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT FICHIER-PERSONNES ASSIGN TO WS-NOM-INDEXE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-PERSONNES-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "repetition.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FICHIER.
       01  F-LIGNE-SOURCE            PIC X(200).

       FD  CIBLE-FICHIER.
       01  F-LIGNE-CIBLE             PIC X(200).

       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

       FD  FICHIER-CLIENTS.
           COPY "Client.cpy".

       FD  FICHIER-PERSONNES.
           COPY "PersonneMaitre.cpy".

       FD  RAPPORT-FICHIER.
       01  LIGNE-RAPPORT             PIC X(80).

       WORKING-STORAGE SECTION.
      *    Role de la session, pose par OPERATIONS et partage par la
      *    clause EXTERNAL : preparation et adoption exigent un
      *    superviseur
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.

       01 WS-SOURCE-STATUS           PIC XX.
       01 WS-CIBLE-STATUS            PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-MVT-INDEXE-STATUS       PIC XX.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-PERSONNES-STATUS        PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CONFIRMER               PIC X.

       01 WS-NOM-SOURCE              PIC X(60).
       01 WS-NOM-CIBLE               PIC X(60).
       01 WS-NOM-INDEXE              PIC X(60).
       01 WS-NOM-TRAVAIL             PIC X(60).
       01 WS-NOM-FICHIER             PIC X(25).
       01 WS-REPERTOIRE              PIC X(20).
       01 WS-RC-REPERTOIRE           PIC 9(4) COMP.
       01 WS-RC-SUPPRESSION          PIC 9(4) COMP.

      *    Fichiers candidats presents (O/N)
       01 WS-PAR-CANDIDAT            PIC X VALUE "N".
       01 WS-CAL-CANDIDAT            PIC X VALUE "N".

      *    Fichiers lus par les etapes de la chaine et par
      *    RECLASSE-CLIENTS, copies tels quels ; parametres.txt,
      *    calendrier-batch.txt, kpi-historique.csv, les journaux
      *    dates et les maitres indexes sont traites a part
       01 WS-NOMS-COPIES.
           05 FILLER PIC X(25) VALUE "clients.txt".
           05 FILLER PIC X(25) VALUE "personnes.txt".
           05 FILLER PIC X(25) VALUE "personnes-archives.txt".
           05 FILLER PIC X(25) VALUE "gens.txt".
           05 FILLER PIC X(25) VALUE "eleves-ref.txt".
           05 FILLER PIC X(25) VALUE "eleves.txt".
           05 FILLER PIC X(25) VALUE "notes.txt".
           05 FILLER PIC X(25) VALUE "absences.txt".
           05 FILLER PIC X(25) VALUE "historique-commandes.txt".
           05 FILLER PIC X(25) VALUE "reglements.txt".
           05 FILLER PIC X(25) VALUE "commandes.txt".
           05 FILLER PIC X(25) VALUE "professeurs.txt".
           05 FILLER PIC X(25) VALUE "operateurs.txt".
           05 FILLER PIC X(25) VALUE "fournisseurs-maitre.txt".
           05 FILLER PIC X(25) VALUE "reservations.txt".
           05 FILLER PIC X(25) VALUE "mouvements-clients.txt".
           05 FILLER PIC X(25) VALUE "clients-personnes.txt".
           05 FILLER PIC X(25) VALUE "menages.txt".
           05 FILLER PIC X(25) VALUE "compteur-personnes.txt".
           05 FILLER PIC X(25) VALUE "controles-maitres.txt".
           05 FILLER PIC X(25) VALUE "matieres.txt".
           05 FILLER PIC X(25) VALUE "affectations.txt".
           05 FILLER PIC X(25) VALUE "types-eval.txt".
           05 FILLER PIC X(25) VALUE "mentions-seuils.txt".
           05 FILLER PIC X(25) VALUE "reussite-histo.txt".
           05 FILLER PIC X(25) VALUE "taches.txt".
           05 FILLER PIC X(25) VALUE "taches_terminees.txt".
           05 FILLER PIC X(25) VALUE "mouvements.txt".
           05 FILLER PIC X(25) VALUE "lots.txt".
           05 FILLER PIC X(25) VALUE "lots-journal.txt".
           05 FILLER PIC X(25) VALUE "prix-journal.txt".
           05 FILLER PIC X(25) VALUE "codes-barres.txt".
           05 FILLER PIC X(25) VALUE "assortiment.txt".
           05 FILLER PIC X(25) VALUE "historique-categories.txt".
           05 FILLER PIC X(25) VALUE "etat-rupture.txt".
           05 FILLER PIC X(25) VALUE "ruptures-episodes.txt".
           05 FILLER PIC X(25) VALUE "fournisseurs.txt".
           05 FILLER PIC X(25) VALUE "commandes-ouvertes.txt".
           05 FILLER PIC X(25) VALUE "compteur-commandes.txt".
           05 FILLER PIC X(25) VALUE "propositions.txt".
           05 FILLER PIC X(25) VALUE "receptions.txt".
           05 FILLER PIC X(25) VALUE "retours-fournisseurs.txt".
           05 FILLER PIC X(25) VALUE "retours-ouverts.txt".
           05 FILLER PIC X(25) VALUE "factures-fournisseurs.txt".
           05 FILLER PIC X(25) VALUE "compteur-factures.txt".
           05 FILLER PIC X(25) VALUE "budgets-achats.txt".
           05 FILLER PIC X(25) VALUE "plan-comptage.txt".
           05 FILLER PIC X(25) VALUE "nomenclatures.txt".
           05 FILLER PIC X(25) VALUE "fabrications.txt".
           05 FILLER PIC X(25) VALUE "compteur-fabrications.txt".
           05 FILLER PIC X(25) VALUE "comptes-comptables.txt".
           05 FILLER PIC X(25) VALUE "recettes.txt".
           05 FILLER PIC X(25) VALUE "prix-pizzas.txt".
           05 FILLER PIC X(25) VALUE "promotions.txt".
           05 FILLER PIC X(25) VALUE "jours-feries.txt".
           05 FILLER PIC X(25) VALUE "lettre-modele.txt".
           05 FILLER PIC X(25) VALUE "diffusion-listes.txt".
           05 FILLER PIC X(25) VALUE "diffusion-suivi.txt".
           05 FILLER PIC X(25) VALUE "taches-delais.txt".
           05 FILLER PIC X(25) VALUE "parents-eleves.txt".
           05 FILLER PIC X(25) VALUE "emploi-temps.txt".
           05 FILLER PIC X(25) VALUE "codes-conseil.txt".
           05 FILLER PIC X(25) VALUE "codes-postaux.txt".
           05 FILLER PIC X(25) VALUE "plafonds-clients.txt".
           05 FILLER PIC X(25) VALUE "valorisation.txt".
           05 FILLER PIC X(25) VALUE "personnes-histo.txt".
           05 FILLER PIC X(25) VALUE "integrite-compteurs.txt".
           05 FILLER PIC X(25) VALUE "capacite-historique.txt".
           05 FILLER PIC X(25) VALUE "controles-nuit.txt".
           05 FILLER PIC X(25) VALUE "rapports-index.txt".
           05 FILLER PIC X(25) VALUE "rapports-non-lus.txt".
           05 FILLER PIC X(25) VALUE "alertes.txt".
           05 FILLER PIC X(25) VALUE "actions-sensibles.txt".
           05 FILLER PIC X(25) VALUE "journal.txt".
       01 WS-COPIES REDEFINES WS-NOMS-COPIES.
           05 WS-COPIE OCCURS 74 TIMES PIC X(25).
       77 WS-NB-COPIES-LISTE         PIC 9(02) VALUE 74.
       01 WS-IDX-LISTE               PIC 9(02) VALUE 1.

      *    Resultats compares : effaces du repertoire avant chaque
      *    repetition pour qu'un fichier d'une repetition precedente
      *    ne soit pas pris pour un resultat du jour
       01 WS-NOMS-RESULTATS.
           05 FILLER PIC X(25) VALUE "rupture-totaux.txt".
           05 FILLER PIC X(25) VALUE "reussite-totaux.txt".
           05 FILLER PIC X(25) VALUE "lire-noms-totaux.txt".
           05 FILLER PIC X(25) VALUE "reclassement.txt".
           05 FILLER PIC X(25) VALUE "chaine-controle.txt".
       01 WS-RESULTATS REDEFINES WS-NOMS-RESULTATS.
           05 WS-RESULTAT OCCURS 5 TIMES PIC X(25).

      *    Mois courant et mois precedent (journal du mois, cloture
      *    du mois precedent)
       01 WS-MOIS-COURANT            PIC 9(06).
       01 WS-MOIS-PRECEDENT          PIC 9(06).
       01 WS-MP REDEFINES WS-MOIS-PRECEDENT.
           05 WS-MP-ANNEE            PIC 9(04).
           05 WS-MP-MOIS             PIC 9(02).

      *    Valeurs comparees : cote 1 = derniere chaine reelle,
      *    cote 2 = repetition ; une cle (nom du total, du parametre,
      *    de l'indicateur ou de la transition) et sa valeur
       01 WS-TABLE-COMPARAISON.
           05 WS-COTE OCCURS 2 TIMES.
              10 WS-NB-ELT           PIC 9(03).
              10 WS-COTE-PRESENT     PIC X.
              10 WS-ELT OCCURS 200 TIMES.
                 15 WS-ELT-CLE       PIC X(30).
                 15 WS-ELT-VALEUR    PIC X(20).
                 15 WS-ELT-VU        PIC X.
       77 WS-ELT-CAPACITE            PIC 9(03) VALUE 200.
       01 WS-IDX-COTE                PIC 9 VALUE 1.
       01 WS-IDX-ELT                 PIC 9(03) VALUE 1.
       01 WS-IDX-AUTRE               PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(03) VALUE 0.

      *    Section en cours : fichier compare, decoupage des lignes
      *    (C = cle et valeur en colonnes fixes, K = ligne d'en-tete
      *    et derniere ligne d'un CSV, R = comptes par transition du
      *    reclassement) et longueur de la cle
       01 WS-SECTION-FICHIER         PIC X(25).
       01 WS-SECTION-TITRE           PIC X(60).
       01 WS-FORMAT                  PIC X.
       01 WS-LG-CLE                  PIC 9(02).
       01 WS-NB-ECARTS-SECTION       PIC 9(04).
       01 WS-NB-ECARTS               PIC 9(05) VALUE 0.
       01 WS-DANS-COMPTES            PIC X.

      *    Decoupage du CSV des indicateurs
       01 WS-KPI-ENTETE              PIC X(200).
       01 WS-KPI-DERNIERE            PIC X(200).
       01 WS-TABLE-KPI.
           05 WS-KPI-NOM OCCURS 10 TIMES PIC X(20).
           05 WS-KPI-VAL OCCURS 10 TIMES PIC X(20).
       01 WS-IDX-KPI                 PIC 9(02).
       01 WS-DATES-KPI.
           05 WS-DATE-KPI OCCURS 2 TIMES PIC X(08).
       01 WS-TRN-CLE                 PIC X(60).
       01 WS-TRN-VALEUR              PIC X(60).

      *    Etapes de la repetition relues dans son chaine-controle.txt
       01 WS-ETAPES-KO               PIC 9(02) VALUE 0.
       01 WS-NB-ETAPES-LUES          PIC 9(02) VALUE 0.

      *    Compteurs de la preparation
       01 WS-NB-ENREG                PIC 9(07).
       01 WS-TRAITEMENT              PIC X(20).
       01 WS-NB-ERREURS              PIC 9(04) VALUE 0.
       01 WS-NB-FICHIERS             PIC 9(04) VALUE 0.
       01 WS-NB-LUS-TOTAL            PIC 9(07) VALUE 0.

      *    Zones d'edition
       01 WS-LIGNE-RAPPORT           PIC X(80).
       01 WS-LIGNE-ECART.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-CLE              PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-REEL             PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LE-REPETITION       PIC X(20).
       01 WS-COMPTE-AFF              PIC ZZZZ9.
       01 WS-DATE-AFF.
           05 WS-DA-JJ               PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DA-MM               PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DA-AAAA             PIC 9(4).

       77 WS-DATE-SYS                PIC 9(8).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.

      *    Zones d'appel d'AlerteLog (refus de role et fichiers de la
      *    repetition impossibles a ecrire)
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "REPETITION".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "REPETITION".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03) VALUE SPACES.
       01 WS-TRC-DETAIL              PIC X(30).

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "REPETITION".
       01 WS-REG-RAPPORT             PIC X(30) VALUE "repetition.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "REPETITION".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01 L-ACTION                   PIC X.
       01 L-REPERTOIRE               PIC X(20).
       01 L-RESULTAT                 PIC X.

       PROCEDURE DIVISION USING L-ACTION L-REPERTOIRE L-RESULTAT.
       MOVE "N" TO L-RESULTAT.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       MOVE 0 TO WS-NB-ERREURS.
       MOVE 0 TO WS-NB-FICHIERS.
       MOVE 0 TO WS-NB-LUS-TOTAL.
       MOVE 0 TO WS-NB-ECARTS.
       PERFORM LIRE-REPERTOIRE.
       PERFORM REPERER-CANDIDATS.

       EVALUATE L-ACTION
           WHEN "P"
               PERFORM PREPARER THRU PREPARER-FIN
           WHEN "C"
               PERFORM COMPARER THRU COMPARER-FIN
           WHEN "A"
               PERFORM ADOPTER THRU ADOPTER-FIN
           WHEN OTHER
               DISPLAY "** REPETITION : action inconnue " L-ACTION
                       " **"
       END-EVALUATE.
       GOBACK.

      *    Repertoire de la repetition (REPETITION-REPERTOIRE de
      *    parametres.txt, repetition par defaut)
       LIRE-REPERTOIRE.
           MOVE "REPETITION-REPERTOIRE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O" AND WS-CFG-VALEUR NOT = SPACES
               MOVE WS-CFG-VALEUR TO WS-REPERTOIRE
           ELSE
               MOVE "repetition" TO WS-REPERTOIRE
           END-IF.
           MOVE WS-REPERTOIRE TO L-REPERTOIRE.

      *    Fichiers candidats deposes en production
       REPERER-CANDIDATS.
           MOVE "N" TO WS-PAR-CANDIDAT.
           MOVE "N" TO WS-CAL-CANDIDAT.
           MOVE "parametres-candidat.txt" TO WS-NOM-SOURCE.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS = "00"
               MOVE "O" TO WS-PAR-CANDIDAT
               CLOSE SOURCE-FICHIER
           END-IF.
           MOVE "calendrier-candidat.txt" TO WS-NOM-SOURCE.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS = "00"
               MOVE "O" TO WS-CAL-CANDIDAT
               CLOSE SOURCE-FICHIER
           END-IF.

      *    Superviseur exige pour preparer ou adopter
       CONTROLER-ROLE.
           IF WS-ROLE-COURANT NOT = "S"
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-ALR-FICHIER
               MOVE "RR" TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME
                   WS-ALR-FICHIER WS-ALR-STATUT
           END-IF.

      *    Copie de production dans le repertoire de repetition
       PREPARER.
           PERFORM CONTROLER-ROLE.
           IF WS-ROLE-COURANT NOT = "S"
               GO TO PREPARER-FIN
           END-IF.
           IF WS-REPERTOIRE = "." OR WS-REPERTOIRE = "./"
               DISPLAY "** REPETITION-REPERTOIRE designe le "
                       "repertoire de production : abandon **"
               GO TO PREPARER-FIN
           END-IF.

           DISPLAY "Repetition de la chaine du soir dans le "
                   "repertoire " FUNCTION TRIM(WS-REPERTOIRE).
           IF WS-PAR-CANDIDAT = "O"
               DISPLAY "  parametres candidats : "
                       "parametres-candidat.txt"
           ELSE
               DISPLAY "  parametres : ceux de production "
                       "(pas de parametres-candidat.txt)"
           END-IF.
           IF WS-CAL-CANDIDAT = "O"
               DISPLAY "  calendrier candidat  : "
                       "calendrier-candidat.txt"
           ELSE
               DISPLAY "  calendrier : celui de production "
                       "(pas de calendrier-candidat.txt)"
           END-IF.
           DISPLAY "Les fichiers de production ne seront pas "
                   "modifies. Confirmer (O/N) : ".
           ACCEPT WS-CONFIRMER.
           IF FUNCTION UPPER-CASE(WS-CONFIRMER) NOT = "O"
               DISPLAY "Repetition non lancee."
               GO TO PREPARER-FIN
           END-IF.

      *    Le repertoire existe deja le plus souvent : le code retour
      *    de la creation n'est pas significatif, seule l'ecriture
      *    des fichiers l'est
           CALL "CBL_CREATE_DIR" USING WS-REPERTOIRE
               RETURNING WS-RC-REPERTOIRE.

           PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
                   UNTIL WS-IDX-LISTE > 5
               MOVE WS-RESULTAT(WS-IDX-LISTE) TO WS-NOM-FICHIER
               PERFORM COMPOSER-NOM-CIBLE
               CALL "CBL_DELETE_FILE" USING WS-NOM-CIBLE
                   RETURNING WS-RC-SUPPRESSION
           END-PERFORM.

           PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
                   UNTIL WS-IDX-LISTE > WS-NB-COPIES-LISTE
               MOVE WS-COPIE(WS-IDX-LISTE) TO WS-NOM-FICHIER
               MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE
               PERFORM COPIER-TEXTE
           END-PERFORM.

           MOVE WS-DATE-SYS(1:6) TO WS-MOIS-COURANT.
           MOVE WS-MOIS-COURANT TO WS-MOIS-PRECEDENT.
           IF WS-MP-MOIS = 1
               MOVE 12 TO WS-MP-MOIS
               SUBTRACT 1 FROM WS-MP-ANNEE
           ELSE
               SUBTRACT 1 FROM WS-MP-MOIS
           END-IF.
           MOVE SPACES TO WS-NOM-FICHIER.
           STRING "journal-" DELIMITED BY SIZE
                  WS-MOIS-COURANT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER.
           MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
           PERFORM COPIER-TEXTE.
           MOVE SPACES TO WS-NOM-FICHIER.
           STRING "cloture-" DELIMITED BY SIZE
                  WS-MOIS-PRECEDENT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER.
           MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
           PERFORM COPIER-TEXTE.

      *    Parametres et calendrier : les candidats, sinon ceux de
      *    production
           MOVE "parametres.txt" TO WS-NOM-FICHIER.
           IF WS-PAR-CANDIDAT = "O"
               MOVE "parametres-candidat.txt" TO WS-NOM-SOURCE
           ELSE
               MOVE "parametres.txt" TO WS-NOM-SOURCE
           END-IF.
           PERFORM COPIER-TEXTE.
           MOVE "calendrier-batch.txt" TO WS-NOM-FICHIER.
           IF WS-CAL-CANDIDAT = "O"
               MOVE "calendrier-candidat.txt" TO WS-NOM-SOURCE
           ELSE
               MOVE "calendrier-batch.txt" TO WS-NOM-SOURCE
           END-IF.
           PERFORM COPIER-TEXTE.

           PERFORM COPIER-KPI.
           PERFORM COPIER-INVENTAIRE.
           PERFORM COPIER-MOUVEMENTS.
           PERFORM COPIER-CLIENTS.
           PERFORM COPIER-PERSONNES.

           MOVE WS-NB-FICHIERS TO WS-COMPTE-AFF.
           DISPLAY "Copie de repetition prete : "
                   FUNCTION TRIM(WS-COMPTE-AFF) " fichiers dans "
                   FUNCTION TRIM(WS-REPERTOIRE).
           MOVE "REPETITION" TO WS-TRC-ACTION.
           MOVE WS-REPERTOIRE TO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING "copie, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPTE-AFF) DELIMITED BY SIZE
                  " fichiers" DELIMITED BY SIZE
               INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
           MOVE WS-NB-LUS-TOTAL TO WS-NB-LUES-JRN.
           MOVE WS-NB-FICHIERS TO WS-NB-ECRITES-JRN.
           MOVE WS-NB-ERREURS TO WS-NB-REJETEES-JRN.
           CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                    WS-NB-ECRITES-JRN
                                    WS-NB-REJETEES-JRN.
           IF WS-NB-ERREURS > 0
               DISPLAY "** " WS-NB-ERREURS " fichier(s) de la "
                       "repetition impossibles a ecrire : "
                       "repetition abandonnee **"
           ELSE
               MOVE "O" TO L-RESULTAT
           END-IF.
       PREPARER-FIN.
           EXIT.

      *    Nom dans le repertoire de repetition de WS-NOM-FICHIER
       COMPOSER-NOM-CIBLE.
           MOVE SPACES TO WS-NOM-CIBLE.
           STRING FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FICHIER) DELIMITED BY SIZE
               INTO WS-NOM-CIBLE.

      *    Copie texte de WS-NOM-SOURCE vers WS-NOM-FICHIER dans le
      *    repertoire ; un fichier absent en production est ignore
      *    (la chaine reelle ne l'aurait pas trouve non plus) et
      *    efface de la repetition
       COPIER-TEXTE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS NOT = "00"
               CALL "CBL_DELETE_FILE" USING WS-NOM-CIBLE
                   RETURNING WS-RC-SUPPRESSION
           ELSE
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE SOURCE-FICHIER
               ELSE
                   PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                       READ SOURCE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-ENREG
                               MOVE F-LIGNE-SOURCE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE CIBLE-FICHIER
                   ADD 1 TO WS-NB-FICHIERS
                   ADD WS-NB-ENREG TO WS-NB-LUS-TOTAL
               END-IF
           END-IF.

       SIGNALER-ECRITURE.
           ADD 1 TO WS-NB-ERREURS.
           DISPLAY "Impossible d'ecrire " FUNCTION TRIM(WS-NOM-CIBLE).
           MOVE WS-NOM-FICHIER TO WS-ALR-FICHIER.
           MOVE WS-CIBLE-STATUS TO WS-ALR-STATUT.
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT.

      *    Historique des indicateurs sans la ligne du jour : la
      *    repetition ecrit la sienne meme si la chaine reelle est
      *    deja passee aujourd'hui
       COPIER-KPI.
           MOVE "kpi-historique.csv" TO WS-NOM-FICHIER.
           MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS NOT = "00"
               CALL "CBL_DELETE_FILE" USING WS-NOM-CIBLE
                   RETURNING WS-RC-SUPPRESSION
           ELSE
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE SOURCE-FICHIER
               ELSE
                   PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                       READ SOURCE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-LIGNE-SOURCE(1:8)
                                      NOT = WS-DATE-SYS
                                   ADD 1 TO WS-NB-LUS-TOTAL
                                   MOVE F-LIGNE-SOURCE
                                       TO F-LIGNE-CIBLE
                                   WRITE F-LIGNE-CIBLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE CIBLE-FICHIER
                   ADD 1 TO WS-NB-FICHIERS
               END-IF
           END-IF.

      *    Maitres indexes : export texte dans le repertoire, puis
      *    reconstruction sous le nom du maitre et suppression de
      *    l'export
       COMPOSER-NOM-TRAVAIL.
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  "/repetition-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FICHIER) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.

       COPIER-INVENTAIRE.
           MOVE "inventaire.dat" TO WS-NOM-FICHIER.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE "C" TO WS-FIN.
           MOVE "inventaire.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE FICHIER-INVENTAIRE
               ELSE
                   PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
                       READ FICHIER-INVENTAIRE
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO F-LIGNE-CIBLE
                               MOVE F-ARTICLE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-INVENTAIRE
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-INVENTAIRE
               END-IF
           END-IF.

       RECONSTRUIRE-INVENTAIRE.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-INDEXE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           OPEN OUTPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               MOVE WS-INVENTAIRE-STATUS TO WS-CIBLE-STATUS
               PERFORM SIGNALER-ECRITURE
           ELSE
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-LIGNE-SOURCE TO F-ARTICLE
                           WRITE F-ARTICLE
                               INVALID KEY
                                   DISPLAY "** Article en double : "
                                           F-NOM-ARTICLE " **"
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INVENTAIRE
               PERFORM TERMINER-MAITRE
           END-IF.
           CLOSE SOURCE-FICHIER.
           CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
               RETURNING WS-RC-SUPPRESSION.

       COPIER-MOUVEMENTS.
           MOVE "mouvements.dat" TO WS-NOM-FICHIER.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE "C" TO WS-FIN.
           MOVE "mouvements.dat" TO WS-NOM-INDEXE.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS = "00"
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE MVT-INDEXE-FICHIER
               ELSE
                   PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
                       READ MVT-INDEXE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO F-LIGNE-CIBLE
                               MOVE F-MOUVEMENT-IDX TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE MVT-INDEXE-FICHIER
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-MOUVEMENTS
               END-IF
           END-IF.

       RECONSTRUIRE-MOUVEMENTS.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-INDEXE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           OPEN OUTPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               MOVE WS-MVT-INDEXE-STATUS TO WS-CIBLE-STATUS
               PERFORM SIGNALER-ECRITURE
           ELSE
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-LIGNE-SOURCE TO F-MOUVEMENT-IDX
                           WRITE F-MOUVEMENT-IDX
                               INVALID KEY
                                   DISPLAY "** Mouvement en double : "
                                           F-MVI-ARTICLE " **"
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MVT-INDEXE-FICHIER
               PERFORM TERMINER-MAITRE
           END-IF.
           CLOSE SOURCE-FICHIER.
           CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
               RETURNING WS-RC-SUPPRESSION.

       COPIER-CLIENTS.
           MOVE "clients.dat" TO WS-NOM-FICHIER.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE "C" TO WS-FIN.
           MOVE "clients.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-CLIENTS.
           IF WS-CLIENTS-STATUS = "00"
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE FICHIER-CLIENTS
               ELSE
                   PERFORM UNTIL WS-CLIENTS-STATUS NOT = "00"
                       READ FICHIER-CLIENTS
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO F-LIGNE-CIBLE
                               MOVE F-CLIENT TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-CLIENTS
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-CLIENTS
               END-IF
           END-IF.

       RECONSTRUIRE-CLIENTS.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-INDEXE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           OPEN OUTPUT FICHIER-CLIENTS.
           IF WS-CLIENTS-STATUS NOT = "00"
               MOVE WS-CLIENTS-STATUS TO WS-CIBLE-STATUS
               PERFORM SIGNALER-ECRITURE
           ELSE
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-LIGNE-SOURCE TO F-CLIENT
                           WRITE F-CLIENT
                               INVALID KEY
                                   DISPLAY "** Client en double : "
                                           F-CLIENT-NUMERO " **"
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENTS
               PERFORM TERMINER-MAITRE
           END-IF.
           CLOSE SOURCE-FICHIER.
           CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
               RETURNING WS-RC-SUPPRESSION.

       COPIER-PERSONNES.
           MOVE "personnes.dat" TO WS-NOM-FICHIER.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE "C" TO WS-FIN.
           MOVE "personnes.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-PERSONNES.
           IF WS-PERSONNES-STATUS = "00"
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
                   CLOSE FICHIER-PERSONNES
               ELSE
                   PERFORM UNTIL WS-PERSONNES-STATUS NOT = "00"
                       READ FICHIER-PERSONNES
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO F-LIGNE-CIBLE
                               MOVE F-PERSONNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-PERSONNES
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-PERSONNES
               END-IF
           END-IF.

       RECONSTRUIRE-PERSONNES.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-INDEXE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           OPEN OUTPUT FICHIER-PERSONNES.
           IF WS-PERSONNES-STATUS NOT = "00"
               MOVE WS-PERSONNES-STATUS TO WS-CIBLE-STATUS
               PERFORM SIGNALER-ECRITURE
           ELSE
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-LIGNE-SOURCE TO F-PERSONNE
                           WRITE F-PERSONNE
                               INVALID KEY
                                   DISPLAY "** Personne en double : "
                                           F-PER-NUMERO " **"
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERSONNES
               PERFORM TERMINER-MAITRE
           END-IF.
           CLOSE SOURCE-FICHIER.
           CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
               RETURNING WS-RC-SUPPRESSION.

      *    Maitre reconstruit sans incident
       TERMINER-MAITRE.
           ADD 1 TO WS-NB-FICHIERS.
           ADD WS-NB-ENREG TO WS-NB-LUS-TOTAL.

      *    Rapport des differences entre la derniere chaine reelle
      *    et la repetition
       COMPARER.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire repetition.txt"
               MOVE "repetition.txt" TO WS-ALR-FICHIER
               MOVE WS-RAPPORT-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
               GO TO COMPARER-FIN
           END-IF.
           MOVE WS-DATE-SYS(7:2) TO WS-DA-JJ.
           MOVE WS-DATE-SYS(5:2) TO WS-DA-MM.
           MOVE WS-DATE-SYS(1:4) TO WS-DA-AAAA.
           DISPLAY " ".
           STRING "REPETITION DE LA CHAINE DU SOIR DU "
                      DELIMITED BY SIZE
                  WS-DATE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           STRING "Repertoire de repetition : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-PAR-CANDIDAT = "O"
               MOVE "Parametres candidats : parametres-candidat.txt"
                   TO WS-LIGNE-RAPPORT
           ELSE
               MOVE "Parametres : ceux de production"
                   TO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE.
           IF WS-CAL-CANDIDAT = "O"
               MOVE "Calendrier candidat  : calendrier-candidat.txt"
                   TO WS-LIGNE-RAPPORT
           ELSE
               MOVE "Calendrier : celui de production"
                   TO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE.

           PERFORM LISTER-ETAPES.

           MOVE "PARAMETRES MODIFIES (parametres.txt)"
               TO WS-SECTION-TITRE.
           MOVE "parametres.txt" TO WS-SECTION-FICHIER.
           MOVE "C" TO WS-FORMAT.
           MOVE 20 TO WS-LG-CLE.
           PERFORM COMPARER-SECTION.

           MOVE "CALENDRIER MODIFIE (calendrier-batch.txt)"
               TO WS-SECTION-TITRE.
           MOVE "calendrier-batch.txt" TO WS-SECTION-FICHIER.
           MOVE "C" TO WS-FORMAT.
           MOVE 12 TO WS-LG-CLE.
           PERFORM COMPARER-SECTION.

           MOVE "TOTAUX DE RUPTURE (rupture-totaux.txt)"
               TO WS-SECTION-TITRE.
           MOVE "rupture-totaux.txt" TO WS-SECTION-FICHIER.
           MOVE "C" TO WS-FORMAT.
           MOVE 15 TO WS-LG-CLE.
           PERFORM COMPARER-SECTION.

           MOVE "TOTAUX DE REUSSITE (reussite-totaux.txt)"
               TO WS-SECTION-TITRE.
           MOVE "reussite-totaux.txt" TO WS-SECTION-FICHIER.
           MOVE "C" TO WS-FORMAT.
           MOVE 15 TO WS-LG-CLE.
           PERFORM COMPARER-SECTION.

           MOVE "TOTAUX DE LIRE-NOMS (lire-noms-totaux.txt)"
               TO WS-SECTION-TITRE.
           MOVE "lire-noms-totaux.txt" TO WS-SECTION-FICHIER.
           MOVE "C" TO WS-FORMAT.
           MOVE 15 TO WS-LG-CLE.
           PERFORM COMPARER-SECTION.

           MOVE "INDICATEURS (derniere ligne de kpi-historique.csv)"
               TO WS-SECTION-TITRE.
           MOVE "kpi-historique.csv" TO WS-SECTION-FICHIER.
           MOVE "K" TO WS-FORMAT.
           PERFORM COMPARER-SECTION.

           MOVE "RECLASSEMENT DES CLIENTS (reclassement.txt)"
               TO WS-SECTION-TITRE.
           MOVE "reclassement.txt" TO WS-SECTION-FICHIER.
           MOVE "R" TO WS-FORMAT.
           PERFORM COMPARER-SECTION.

           PERFORM ECRIRE-LIGNE.
           MOVE WS-NB-ECARTS TO WS-COMPTE-AFF.
           STRING "TOTAL : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPTE-AFF) DELIMITED BY SIZE
                  " valeur(s) differente(s)" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-ETAPES-KO > 0
               MOVE "** La repetition s'est arretee sur une etape en"
                   TO WS-LIGNE-RAPPORT
               MOVE " echec : resultats partiels **"
                   TO WS-LIGNE-RAPPORT(48:30)
               PERFORM ECRIRE-LIGNE
           END-IF.
           CLOSE RAPPORT-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.
           MOVE WS-NB-ECARTS TO WS-NB-LUES-JRN.
           MOVE 1 TO WS-NB-ECRITES-JRN.
           MOVE WS-ETAPES-KO TO WS-NB-REJETEES-JRN.
           CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                    WS-NB-ECRITES-JRN
                                    WS-NB-REJETEES-JRN.
           IF WS-PAR-CANDIDAT = "O" OR WS-CAL-CANDIDAT = "O"
               MOVE "O" TO L-RESULTAT
           END-IF.
       COMPARER-FIN.
           EXIT.

      *    Statut de chaque etape de la repetition, relu dans son
      *    chaine-controle.txt (meme decoupage que F-LIGNE-CONTROLE
      *    dans operations.cbl)
       LISTER-ETAPES.
           MOVE 0 TO WS-ETAPES-KO.
           MOVE 0 TO WS-NB-ETAPES-LUES.
           PERFORM ECRIRE-LIGNE.
           MOVE "ETAPES DE LA REPETITION" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "chaine-controle.txt" TO WS-NOM-FICHIER.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-SOURCE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "  Aucune etape executee" TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               MOVE 1 TO WS-ETAPES-KO
           ELSE
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-ETAPES-LUES
                           MOVE F-LIGNE-SOURCE(1:2)
                               TO WS-LIGNE-RAPPORT(3:2)
                           MOVE F-LIGNE-SOURCE(4:12)
                               TO WS-LIGNE-RAPPORT(6:12)
                           MOVE F-LIGNE-SOURCE(16:2)
                               TO WS-LIGNE-RAPPORT(20:2)
                           IF F-LIGNE-SOURCE(16:2) NOT = "OK"
                               ADD 1 TO WS-ETAPES-KO
                           END-IF
                           PERFORM ECRIRE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FICHIER
           END-IF.

      *    Charge les deux cotes de la section puis liste les cles
      *    dont la valeur differe, ou presentes d'un seul cote
       COMPARER-SECTION.
           MOVE 0 TO WS-NB-ECARTS-SECTION.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SECTION-TITRE TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SECTION-FICHIER TO WS-NOM-FICHIER.
           MOVE 1 TO WS-IDX-COTE.
           MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
           PERFORM CHARGER-COTE.
           MOVE 2 TO WS-IDX-COTE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE WS-NOM-CIBLE TO WS-NOM-SOURCE.
           PERFORM CHARGER-COTE.

           IF WS-COTE-PRESENT(1) = "N" AND WS-COTE-PRESENT(2) = "N"
               MOVE "  Fichier absent en production et dans la repeti"
                   TO WS-LIGNE-RAPPORT
               MOVE "tion" TO WS-LIGNE-RAPPORT(49:4)
               PERFORM ECRIRE-LIGNE
           ELSE
               IF WS-COTE-PRESENT(1) = "N"
                   MOVE "  Fichier absent en production"
                       TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
               IF WS-COTE-PRESENT(2) = "N"
                   MOVE "  Fichier non produit par la repetition"
                       TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
               IF WS-FORMAT = "K"
                   PERFORM ECRIRE-DATES-KPI
               END-IF
               MOVE "Valeur" TO WS-LE-CLE
               MOVE "Derniere chaine" TO WS-LE-REEL
               MOVE "Repetition" TO WS-LE-REPETITION
               MOVE WS-LIGNE-ECART TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                       UNTIL WS-IDX-ELT > WS-NB-ELT(1)
                   PERFORM COMPARER-ELEMENT
               END-PERFORM
               PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                       UNTIL WS-IDX-AUTRE > WS-NB-ELT(2)
                   IF WS-ELT-VU(2, WS-IDX-AUTRE) = "N"
                       MOVE WS-ELT-CLE(2, WS-IDX-AUTRE) TO WS-LE-CLE
                       MOVE "(absent)" TO WS-LE-REEL
                       MOVE WS-ELT-VALEUR(2, WS-IDX-AUTRE)
                           TO WS-LE-REPETITION
                       PERFORM ECRIRE-ECART
                   END-IF
               END-PERFORM
               IF WS-NB-ECARTS-SECTION = 0
                   MOVE "  Aucune difference" TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-IF.

      *    Cherche la cle WS-IDX-ELT du cote reel dans la repetition
       COMPARER-ELEMENT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-ELT(2)
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-ELT-CLE(2, WS-IDX-AUTRE)
                      = WS-ELT-CLE(1, WS-IDX-ELT)
                   MOVE WS-IDX-AUTRE TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           MOVE WS-ELT-CLE(1, WS-IDX-ELT) TO WS-LE-CLE.
           MOVE WS-ELT-VALEUR(1, WS-IDX-ELT) TO WS-LE-REEL.
           IF WS-IDX-TROUVE = 0
               MOVE "(absent)" TO WS-LE-REPETITION
               PERFORM ECRIRE-ECART
           ELSE
               MOVE "O" TO WS-ELT-VU(2, WS-IDX-TROUVE)
               IF WS-ELT-VALEUR(2, WS-IDX-TROUVE)
                      NOT = WS-ELT-VALEUR(1, WS-IDX-ELT)
                   MOVE WS-ELT-VALEUR(2, WS-IDX-TROUVE)
                       TO WS-LE-REPETITION
                   PERFORM ECRIRE-ECART
               END-IF
           END-IF.

       ECRIRE-ECART.
           ADD 1 TO WS-NB-ECARTS-SECTION.
           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-LIGNE-ECART TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Date de la ligne d'indicateurs de chaque cote
       ECRIRE-DATES-KPI.
           STRING "  Derniere chaine reelle du " DELIMITED BY SIZE
                  WS-DATE-KPI(1) DELIMITED BY SIZE
                  ", repetition du " DELIMITED BY SIZE
                  WS-DATE-KPI(2) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Charge le cote WS-IDX-COTE depuis WS-NOM-SOURCE selon
      *    le decoupage WS-FORMAT
       CHARGER-COTE.
           MOVE 0 TO WS-NB-ELT(WS-IDX-COTE).
           MOVE "N" TO WS-COTE-PRESENT(WS-IDX-COTE).
           MOVE SPACES TO WS-DATE-KPI(WS-IDX-COTE).
           MOVE SPACES TO WS-KPI-ENTETE.
           MOVE SPACES TO WS-KPI-DERNIERE.
           MOVE "N" TO WS-DANS-COMPTES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS = "00"
               MOVE "O" TO WS-COTE-PRESENT(WS-IDX-COTE)
               PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                   READ SOURCE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           EVALUATE WS-FORMAT
                               WHEN "C"
                                   PERFORM CHARGER-LIGNE-FIXE
                               WHEN "K"
                                   PERFORM CHARGER-LIGNE-KPI
                               WHEN "R"
                                   PERFORM CHARGER-LIGNE-RECLASSEMENT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FICHIER
               IF WS-FORMAT = "K"
                   PERFORM DECOUPER-KPI
               END-IF
           END-IF.

      *    Cle en colonnes 1 a WS-LG-CLE, valeur sur les 20 suivantes
       CHARGER-LIGNE-FIXE.
           IF F-LIGNE-SOURCE(1:WS-LG-CLE) NOT = SPACES
               MOVE F-LIGNE-SOURCE(1:WS-LG-CLE) TO WS-TRN-CLE
               MOVE F-LIGNE-SOURCE(WS-LG-CLE + 1:20) TO WS-TRN-VALEUR
               PERFORM AJOUTER-ELEMENT
           END-IF.

      *    En-tete du CSV, puis la derniere ligne non vide
       CHARGER-LIGNE-KPI.
           IF WS-KPI-ENTETE = SPACES
               MOVE F-LIGNE-SOURCE TO WS-KPI-ENTETE
           ELSE
               IF F-LIGNE-SOURCE NOT = SPACES
                   MOVE F-LIGNE-SOURCE TO WS-KPI-DERNIERE
               END-IF
           END-IF.

      *    Une colonne par element, la date a part
       DECOUPER-KPI.
           MOVE SPACES TO WS-TABLE-KPI.
           UNSTRING WS-KPI-ENTETE DELIMITED BY ","
               INTO WS-KPI-NOM(1) WS-KPI-NOM(2) WS-KPI-NOM(3)
                    WS-KPI-NOM(4) WS-KPI-NOM(5) WS-KPI-NOM(6)
                    WS-KPI-NOM(7) WS-KPI-NOM(8) WS-KPI-NOM(9)
                    WS-KPI-NOM(10).
           UNSTRING WS-KPI-DERNIERE DELIMITED BY ","
               INTO WS-KPI-VAL(1) WS-KPI-VAL(2) WS-KPI-VAL(3)
                    WS-KPI-VAL(4) WS-KPI-VAL(5) WS-KPI-VAL(6)
                    WS-KPI-VAL(7) WS-KPI-VAL(8) WS-KPI-VAL(9)
                    WS-KPI-VAL(10).
           MOVE WS-KPI-VAL(1) TO WS-DATE-KPI(WS-IDX-COTE).
           PERFORM VARYING WS-IDX-KPI FROM 2 BY 1
                   UNTIL WS-IDX-KPI > 10
               IF WS-KPI-NOM(WS-IDX-KPI) NOT = SPACES
                   MOVE WS-KPI-NOM(WS-IDX-KPI) TO WS-TRN-CLE
                   MOVE FUNCTION TRIM(WS-KPI-VAL(WS-IDX-KPI))
                       TO WS-TRN-VALEUR
                   PERFORM AJOUTER-ELEMENT
               END-IF
           END-PERFORM.

      *    Lignes "ancienne -> nouvelle : nnn client(s)" du bloc
      *    COMPTE PAR TRANSITION
       CHARGER-LIGNE-RECLASSEMENT.
           IF F-LIGNE-SOURCE(1:21) = "COMPTE PAR TRANSITION"
               MOVE "O" TO WS-DANS-COMPTES
           ELSE
               IF WS-DANS-COMPTES = "O"
                  AND F-LIGNE-SOURCE NOT = SPACES
                   MOVE SPACES TO WS-TRN-CLE
                   MOVE SPACES TO WS-TRN-VALEUR
                   UNSTRING F-LIGNE-SOURCE DELIMITED BY " : "
                       INTO WS-TRN-CLE WS-TRN-VALEUR
                   IF WS-TRN-VALEUR NOT = SPACES
                       PERFORM AJOUTER-ELEMENT
                   END-IF
               END-IF
           END-IF.

      *    Ajoute WS-TRN-CLE / WS-TRN-VALEUR au cote courant ; au
      *    dela de la capacite la cle est ignoree
       AJOUTER-ELEMENT.
           IF WS-NB-ELT(WS-IDX-COTE) < WS-ELT-CAPACITE
               ADD 1 TO WS-NB-ELT(WS-IDX-COTE)
               MOVE WS-NB-ELT(WS-IDX-COTE) TO WS-IDX-ELT
               MOVE WS-TRN-CLE
                   TO WS-ELT-CLE(WS-IDX-COTE, WS-IDX-ELT)
               MOVE WS-TRN-VALEUR
                   TO WS-ELT-VALEUR(WS-IDX-COTE, WS-IDX-ELT)
               MOVE "N" TO WS-ELT-VU(WS-IDX-COTE, WS-IDX-ELT)
           END-IF.

      *    Les fichiers candidats remplacent ceux de production,
      *    les anciens etant gardes pour un retour arriere
       ADOPTER.
           PERFORM CONTROLER-ROLE.
           IF WS-ROLE-COURANT NOT = "S"
               GO TO ADOPTER-FIN
           END-IF.
           IF WS-PAR-CANDIDAT = "N" AND WS-CAL-CANDIDAT = "N"
               DISPLAY "Aucun fichier candidat a adopter."
               GO TO ADOPTER-FIN
           END-IF.
      *    Les anciens fichiers sont d'abord mis de cote : sans
      *    copie de retour arriere, rien n'est remplace
           IF WS-PAR-CANDIDAT = "O"
               MOVE "parametres.txt" TO WS-NOM-SOURCE
               MOVE "parametres-precedents.txt" TO WS-NOM-CIBLE
               PERFORM RECOPIER-FICHIER
           END-IF.
           IF WS-CAL-CANDIDAT = "O"
               MOVE "calendrier-batch.txt" TO WS-NOM-SOURCE
               MOVE "calendrier-precedent.txt" TO WS-NOM-CIBLE
               PERFORM RECOPIER-FICHIER
           END-IF.
           IF WS-NB-ERREURS > 0
               DISPLAY "** Anciens fichiers impossibles a garder : "
                       "rien n'est adopte **"
               GO TO ADOPTER-FIN
           END-IF.
           IF WS-PAR-CANDIDAT = "O"
               MOVE "parametres-candidat.txt" TO WS-NOM-SOURCE
               MOVE "parametres.txt" TO WS-NOM-CIBLE
               PERFORM RECOPIER-FICHIER
           END-IF.
           IF WS-CAL-CANDIDAT = "O"
               MOVE "calendrier-candidat.txt" TO WS-NOM-SOURCE
               MOVE "calendrier-batch.txt" TO WS-NOM-CIBLE
               PERFORM RECOPIER-FICHIER
           END-IF.
           IF WS-NB-ERREURS > 0
               DISPLAY "** Adoption incomplete : voir les alertes **"
               GO TO ADOPTER-FIN
           END-IF.
           IF WS-PAR-CANDIDAT = "O"
               MOVE "parametres-candidat.txt" TO WS-NOM-SOURCE
               CALL "CBL_DELETE_FILE" USING WS-NOM-SOURCE
                   RETURNING WS-RC-SUPPRESSION
               DISPLAY "parametres.txt remplace (ancien : "
                       "parametres-precedents.txt)"
           END-IF.
           IF WS-CAL-CANDIDAT = "O"
               MOVE "calendrier-candidat.txt" TO WS-NOM-SOURCE
               CALL "CBL_DELETE_FILE" USING WS-NOM-SOURCE
                   RETURNING WS-RC-SUPPRESSION
               DISPLAY "calendrier-batch.txt remplace (ancien : "
                       "calendrier-precedent.txt)"
           END-IF.
           MOVE "ADOPTION" TO WS-TRC-ACTION.
           MOVE "parametres candidats" TO WS-TRC-OBJET.
           EVALUATE TRUE
               WHEN WS-PAR-CANDIDAT = "O" AND WS-CAL-CANDIDAT = "O"
                   MOVE "parametres et calendrier" TO WS-TRC-DETAIL
               WHEN WS-PAR-CANDIDAT = "O"
                   MOVE "parametres.txt" TO WS-TRC-DETAIL
               WHEN OTHER
                   MOVE "calendrier-batch.txt" TO WS-TRC-DETAIL
           END-EVALUATE.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
           MOVE "O" TO L-RESULTAT.
       ADOPTER-FIN.
           EXIT.

      *    Copie texte en production de WS-NOM-SOURCE vers
      *    WS-NOM-CIBLE (source absente : rien a copier)
       RECOPIER-FICHIER.
           MOVE WS-NOM-CIBLE TO WS-NOM-FICHIER.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS = "00"
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   PERFORM SIGNALER-ECRITURE
               ELSE
                   PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                       READ SOURCE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-LIGNE-SOURCE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE CIBLE-FICHIER
               END-IF
               CLOSE SOURCE-FICHIER
           END-IF.

      *    Ligne ecrite dans repetition.txt et affichee
       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING).
           MOVE SPACES TO WS-LIGNE-RAPPORT.
