       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMATION.
      * Construit un jeu de formation complet a partir des maitres
      * reels, dans un repertoire a part (FORMATION-REPERTOIRE de
      * parametres.txt, formation par defaut), pour que les nouveaux
      * venus s'exercent sans toucher aux fichiers de production.
      * Les noms, prenoms, adresses, telephones et dates de
      * naissance sont remplaces par des valeurs fictives
      * coherentes : une meme valeur d'origine donne toujours la
      * meme valeur fictive, dans tous les fichiers du jeu (table de
      * correspondance tenue le temps du passage). Les cles
      * (numeros de personne, de client, d'eleve, codes article et
      * operateur), les liens entre fichiers et les montants ne
      * sont pas modifies, de sorte que les totaux de controle
      * (controles-maitres.txt, copie avec le jeu) restent justes ;
      * l'annee de naissance est gardee pour les pyramides des ages.
      * Les fichiers de reference et les journaux de travail sont
      * copies tels quels ; les maitres indexes passent par un
      * export texte puis sont reconstruits dans le repertoire, comme
      * a la restauration de SAUVEGARDE. Les PIN ne sont pas copies :
      * chaque operateur recoit le PIN provisoire 0000 a sa premiere
      * connexion sur le jeu. Le parametres.txt du jeu reprend celui
      * de production avec MODE-FORMATION a O : la suite lancee
      * depuis ce repertoire y lit et ecrit ses fichiers et affiche
      * le bandeau de formation (Bandeau) sur chaque ecran.
      * Reserve aux superviseurs ; refuse de tourner sur un jeu de
      * formation. Le compte rendu formation.txt donne, par fichier,
      * le nombre d'enregistrements et de zones remplacees et les
      * totaux des soldes clients avant et apres. Le code retour
      * vaut 8 si un fichier du jeu n'a pas pu etre ecrit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Source et cible generiques des copies texte
           SELECT SOURCE-FICHIER ASSIGN TO WS-NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CIBLE-FICHIER ASSIGN TO WS-NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIBLE-STATUS.

      *    Maitres indexes : lus sous leur nom de production, puis
      *    reconstruits sous leur nom dans le repertoire du jeu
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

           SELECT FORMATION-FICHIER ASSIGN TO "formation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMATION-STATUS.

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

       FD  FORMATION-FICHIER.
       01  LIGNE-FORMATION           PIC X(80).

       WORKING-STORAGE SECTION.
      *    Role de la session (pose par OPERATIONS et partage par la
      *    clause EXTERNAL, ou resolu ici via RoleOperateur quand le
      *    programme tourne seul) : le jeu se construit a partir de
      *    toutes les donnees personnelles, superviseur exige
       01 WS-OPERATEUR-COURANT   PIC X(03) EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION          PIC X     VALUE "C".
       01 WS-CNX-RESULTAT        PIC X.
       01 WS-ROLE-COURANT        PIC X     EXTERNAL.
       01 WS-ACCES-OK            PIC X VALUE "N".

       01 WS-SOURCE-STATUS           PIC XX.
       01 WS-CIBLE-STATUS            PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-MVT-INDEXE-STATUS       PIC XX.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-PERSONNES-STATUS        PIC XX.
       01 WS-FORMATION-STATUS        PIC XX.
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

      *    Fichiers anonymises et leurs zones a remplacer : type de
      *    valeur, position et longueur dans l'enregistrement.
      *    Types : C = nom complet, N = nom de famille, R = prenom,
      *    A = adresse, T = telephone, D = date de naissance
      *    MMJJAAAA, E = ancienne zone nom d'eleve (laissee telle
      *    quelle quand elle porte deja le numero d'eleve). Les deux
      *    dernieres lignes servent aux maitres indexes.
       01 WS-NOMS-ANONYMISES.
           05 FILLER PIC X(25) VALUE "clients.txt".
           05 FILLER PIC X(30) VALUE "C00620".
           05 FILLER PIC X(25) VALUE "personnes.txt".
           05 FILLER PIC X(30) VALUE "N00115R01615D03115".
           05 FILLER PIC X(25) VALUE "personnes-archives.txt".
           05 FILLER PIC X(30) VALUE "N00615R02115D03615A05125T09612".
           05 FILLER PIC X(25) VALUE "gens.txt".
           05 FILLER PIC X(30) VALUE "N00112R01312".
           05 FILLER PIC X(25) VALUE "eleves-ref.txt".
           05 FILLER PIC X(30) VALUE "C00630".
           05 FILLER PIC X(25) VALUE "eleves.txt".
           05 FILLER PIC X(30) VALUE "E00110".
           05 FILLER PIC X(25) VALUE "notes.txt".
           05 FILLER PIC X(30) VALUE "E00110".
           05 FILLER PIC X(25) VALUE "absences.txt".
           05 FILLER PIC X(30) VALUE "E00110".
           05 FILLER PIC X(25) VALUE "historique-commandes.txt".
           05 FILLER PIC X(30) VALUE "C02220".
           05 FILLER PIC X(25) VALUE "reglements.txt".
           05 FILLER PIC X(30) VALUE "C00520".
           05 FILLER PIC X(25) VALUE "commandes.txt".
           05 FILLER PIC X(30) VALUE "C00120".
           05 FILLER PIC X(25) VALUE "professeurs.txt".
           05 FILLER PIC X(30) VALUE "C00420".
           05 FILLER PIC X(25) VALUE "operateurs.txt".
           05 FILLER PIC X(30) VALUE "C00420".
           05 FILLER PIC X(25) VALUE "fournisseurs-maitre.txt".
           05 FILLER PIC X(30) VALUE "C03120".
           05 FILLER PIC X(25) VALUE "reservations.txt".
           05 FILLER PIC X(30) VALUE "C01620".
           05 FILLER PIC X(25) VALUE "personnes.dat".
           05 FILLER PIC X(30) VALUE "N00615R02115D03615A05125T09612".
           05 FILLER PIC X(25) VALUE "clients.dat".
           05 FILLER PIC X(30) VALUE "C00620".
       01 WS-ANONYMISES REDEFINES WS-NOMS-ANONYMISES.
           05 WS-ANO OCCURS 17 TIMES.
              10 WS-ANO-NOM          PIC X(25).
              10 WS-ANO-ZONE OCCURS 5 TIMES.
                 15 WS-ANO-TYPE      PIC X.
                 15 WS-ANO-POS       PIC 9(03).
                 15 WS-ANO-LG        PIC 9(02).
      *    Les 15 premiers sont des fichiers texte
       77 WS-NB-ANO-TEXTE            PIC 9(02) VALUE 15.
       01 WS-IDX-ANO                 PIC 9(02) VALUE 0.
       01 WS-IDX-ZONE                PIC 9 VALUE 1.
       01 WS-IDX-LISTE               PIC 9(02) VALUE 1.
       01 WS-IDX-RECH                PIC 9(02) VALUE 1.

      *    Fichiers sans donnees personnelles, copies tels quels
       01 WS-NOMS-COPIES.
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
           05 FILLER PIC X(25) VALUE "calendrier-batch.txt".
           05 FILLER PIC X(25) VALUE "jours-feries.txt".
           05 FILLER PIC X(25) VALUE "lettre-modele.txt".
           05 FILLER PIC X(25) VALUE "kpi-historique.csv".
           05 FILLER PIC X(25) VALUE "diffusion-listes.txt".
           05 FILLER PIC X(25) VALUE "taches-delais.txt".
           05 FILLER PIC X(25) VALUE "parents-eleves.txt".
           05 FILLER PIC X(25) VALUE "emploi-temps.txt".
           05 FILLER PIC X(25) VALUE "codes-conseil.txt".
           05 FILLER PIC X(25) VALUE "codes-postaux.txt".
       01 WS-COPIES REDEFINES WS-NOMS-COPIES.
           05 WS-COPIE OCCURS 49 TIMES PIC X(25).
       77 WS-NB-COPIES-LISTE         PIC 9(02) VALUE 49.

      *    Valeurs fictives
       01 WS-NOMS-FICTIFS-VAL.
           05 FILLER PIC X(40) VALUE
              "MARTIN  BERNARD THOMAS  PETIT   ROBERT  ".
           05 FILLER PIC X(40) VALUE
              "RICHARD DURAND  DUBOIS  MOREAU  LAURENT ".
           05 FILLER PIC X(40) VALUE
              "SIMON   MICHEL  LEFEBVRELEROY   ROUX    ".
           05 FILLER PIC X(40) VALUE
              "DAVID   BERTRANDMOREL   FOURNIERGIRARD  ".
           05 FILLER PIC X(40) VALUE
              "BONNET  DUPONT  LAMBERT FONTAINEROUSSEAU".
       01 WS-NOMS-FICTIFS REDEFINES WS-NOMS-FICTIFS-VAL.
           05 WS-NOM-FICTIF OCCURS 25 TIMES PIC X(08).
       01 WS-PRENOMS-FICTIFS-VAL.
           05 FILLER PIC X(28) VALUE "Jean   Marie  Pierre Anne   ".
           05 FILLER PIC X(28) VALUE "Louis  Claire Paul   Sophie ".
           05 FILLER PIC X(28) VALUE "Michel Julie  Andre  Nicole ".
           05 FILLER PIC X(28) VALUE "JacquesSylvie Henri  Lucie  ".
       01 WS-PRENOMS-FICTIFS REDEFINES WS-PRENOMS-FICTIFS-VAL.
           05 WS-PRENOM-FICTIF OCCURS 16 TIMES PIC X(07).
       01 WS-RUES-FICTIVES-VAL.
           05 FILLER PIC X(48) VALUE
              "DES LILAS   DU MOULIN   DE LA GARE  DES ECOLES  ".
           05 FILLER PIC X(48) VALUE
              "DU CHATEAU  DE LA PAIX  DES VIGNES  DU STADE    ".
           05 FILLER PIC X(48) VALUE
              "DES PRES    DU PONT     DES ROSES   DES TILLEULS".
       01 WS-RUES-FICTIVES REDEFINES WS-RUES-FICTIVES-VAL.
           05 WS-RUE-FICTIVE OCCURS 12 TIMES PIC X(12).

      *    Correspondance valeur d'origine -> rang de la valeur
      *    fictive, par type de valeur, tenue pour tout le passage
       01 WS-TABLE-CORRESPONDANCES.
           05 WS-COR OCCURS 3000 TIMES.
              10 WS-COR-TYPE         PIC X.
              10 WS-COR-ORIGINE      PIC X(30).
              10 WS-COR-RANG         PIC 9(05).
       77 WS-COR-CAPACITE            PIC 9(04) VALUE 3000.
       01 WS-NB-COR                  PIC 9(04) VALUE 0.
       01 WS-IDX-COR                 PIC 9(04) VALUE 1.
       01 WS-COR-SATUREE             PIC X VALUE "N".
       01 WS-RANG-C                  PIC 9(05) VALUE 0.
       01 WS-RANG-N                  PIC 9(05) VALUE 0.
       01 WS-RANG-R                  PIC 9(05) VALUE 0.
       01 WS-RANG-A                  PIC 9(05) VALUE 0.
       01 WS-RANG-T                  PIC 9(05) VALUE 0.
       01 WS-RANG-D                  PIC 9(05) VALUE 0.

      *    Zone en cours de remplacement
       01 WS-LIGNE                   PIC X(200).
       01 WS-ZONE-TYPE               PIC X.
       01 WS-ZONE-POS                PIC 9(03).
       01 WS-ZONE-LG                 PIC 9(02).
       01 WS-ZONE-ORIGINE            PIC X(30).
       01 WS-ZONE-FAUX               PIC X(30).
       01 WS-RANG                    PIC 9(05).
       01 WS-I-NOM                   PIC 9(02).
       01 WS-I-PRENOM                PIC 9(02).
       01 WS-I-RUE                   PIC 9(02).
       01 WS-SUFFIXE                 PIC 9(03).
       01 WS-SUFFIXE-AFF             PIC ZZ9.
       01 WS-NUMERO-RUE              PIC 99.
       01 WS-NUMERO-RUE-AFF          PIC Z9.
       01 WS-TEL-NUMERO              PIC 9(06).
       01 WS-DATE-MOIS               PIC 99.
       01 WS-DATE-JOUR               PIC 99.

      *    Compteurs du fichier en cours et du passage
       01 WS-NB-ENREG                PIC 9(07).
       01 WS-NB-ZONES                PIC 9(07).
       01 WS-TRAITEMENT              PIC X(20).
       01 WS-NB-ERREURS              PIC 9(04) VALUE 0.
       01 WS-NB-FICHIERS             PIC 9(04) VALUE 0.
       01 WS-NB-LUS-TOTAL            PIC 9(07) VALUE 0.
       01 WS-SOLDE-REEL              PIC S9(11)V99 VALUE 0.
       01 WS-SOLDE-FORMATION         PIC S9(11)V99 VALUE 0.

      *    Zones d'edition
       01 WS-LIGNE-RAPPORT           PIC X(80).
       01 WS-LIGNE-DETAIL.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LD-NOM              PIC X(26).
           05 WS-LD-ENREG            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LD-ZONES            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-LD-TRAITEMENT       PIC X(20).
       01 WS-SOLDE-AFF               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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

      *    Zones d'appel d'AlerteLog (refus de role et fichiers du
      *    jeu impossibles a ecrire)
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "FORMATION".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "FORMATION".
       01 WS-TRC-ACTION              PIC X(10) VALUE "FORMATION".
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03) VALUE SPACES.
       01 WS-TRC-DETAIL              PIC X(30).

      *    Classement du compte rendu sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "FORMATION".
       01 WS-REG-RAPPORT             PIC X(30) VALUE "formation.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "FORMATION".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Un jeu de formation ne se fabrique pas a partir d'un autre
       MOVE "MODE-FORMATION" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O" AND WS-CFG-VALEUR(1:1) = "O"
           DISPLAY "** Deja sur un jeu de formation : rien a faire **"
           GOBACK
       END-IF.

       PERFORM CONTROLER-ROLE.
       IF WS-ACCES-OK NOT = "O"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "FORMATION-REPERTOIRE" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O" AND WS-CFG-VALEUR NOT = SPACES
           MOVE WS-CFG-VALEUR TO WS-REPERTOIRE
       ELSE
           MOVE "formation" TO WS-REPERTOIRE
       END-IF.
       IF WS-REPERTOIRE = "." OR WS-REPERTOIRE = "./"
           DISPLAY "** FORMATION-REPERTOIRE designe le repertoire "
                   "de production : abandon **"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY "Le jeu de formation du repertoire "
               FUNCTION TRIM(WS-REPERTOIRE) " va etre reconstruit.".
       DISPLAY "Confirmer (O/N) : ".
       ACCEPT WS-CONFIRMER.
       IF FUNCTION UPPER-CASE(WS-CONFIRMER) NOT = "O"
           DISPLAY "Jeu de formation non modifie."
           GOBACK
       END-IF.

      *    Le repertoire existe deja le plus souvent : le code retour
      *    de la creation n'est pas significatif, seule l'ecriture
      *    des fichiers l'est
       CALL "CBL_CREATE_DIR" USING WS-REPERTOIRE
           RETURNING WS-RC-REPERTOIRE.

       OPEN OUTPUT FORMATION-FICHIER.
       IF WS-FORMATION-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire formation.txt"
           MOVE "formation.txt" TO WS-ALR-FICHIER
           MOVE WS-FORMATION-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS(7:2) TO WS-DA-JJ.
       MOVE WS-DATE-SYS(5:2) TO WS-DA-MM.
       MOVE WS-DATE-SYS(1:4) TO WS-DA-AAAA.
       STRING "JEU DE FORMATION " DELIMITED BY SIZE
              FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
              " CONSTRUIT LE " DELIMITED BY SIZE
              WS-DATE-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.
       PERFORM ECRIRE-LIGNE.
       MOVE "  Fichier" TO WS-LIGNE-RAPPORT.
       MOVE "Enreg." TO WS-LIGNE-RAPPORT(32:6).
       MOVE "Zones remp." TO WS-LIGNE-RAPPORT(39:11).
       MOVE "Traitement" TO WS-LIGNE-RAPPORT(53:10).
       PERFORM ECRIRE-LIGNE.

       PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
               UNTIL WS-IDX-LISTE > WS-NB-ANO-TEXTE
           MOVE WS-ANO-NOM(WS-IDX-LISTE) TO WS-NOM-FICHIER
           PERFORM COPIER-FICHIER
       END-PERFORM.
       PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
               UNTIL WS-IDX-LISTE > WS-NB-COPIES-LISTE
           MOVE WS-COPIE(WS-IDX-LISTE) TO WS-NOM-FICHIER
           PERFORM COPIER-FICHIER
       END-PERFORM.
       PERFORM COPIER-INVENTAIRE.
       PERFORM COPIER-MOUVEMENTS.
       PERFORM COPIER-CLIENTS.
       PERFORM COPIER-PERSONNES.
       PERFORM ECRIRE-PARAMETRES.

       PERFORM ECRIRE-BILAN.
       CLOSE FORMATION-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       MOVE WS-REPERTOIRE TO WS-TRC-OBJET.
       MOVE SPACES TO WS-TRC-DETAIL.
       MOVE WS-NB-FICHIERS TO WS-COMPTE-AFF.
       STRING "jeu anonymise, " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COMPTE-AFF) DELIMITED BY SIZE
              " fichiers" DELIMITED BY SIZE
           INTO WS-TRC-DETAIL.
       CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                WS-TRC-OBJET WS-TRC-LIE WS-TRC-DETAIL.

       DISPLAY "Jeu de formation ecrit dans "
               FUNCTION TRIM(WS-REPERTOIRE) " (" WS-NB-FICHIERS
               " fichiers, voir formation.txt)".
       DISPLAY "Lancer la suite depuis ce repertoire pour s'exercer.".
       MOVE WS-NB-LUS-TOTAL TO WS-NB-LUES-JRN.
       MOVE WS-NB-FICHIERS TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-ERREURS TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       IF WS-NB-ERREURS > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

      *    Superviseur exige (meme controle que SAUVEGARDE)
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
               MOVE "acces refuse (role)" TO WS-ALR-FICHIER
               MOVE "RR" TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME
                   WS-ALR-FICHIER WS-ALR-STATUT
           END-IF.

      *    Nom dans le repertoire du jeu du fichier WS-NOM-FICHIER
       COMPOSER-NOM-CIBLE.
           MOVE SPACES TO WS-NOM-CIBLE.
           STRING FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FICHIER) DELIMITED BY SIZE
               INTO WS-NOM-CIBLE.

      *    Rang de WS-NOM-FICHIER dans la table des fichiers
      *    anonymises (0 = copie telle quelle)
       TROUVER-ANONYMISATION.
           MOVE 0 TO WS-IDX-ANO.
           PERFORM VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH > 17 OR WS-IDX-ANO NOT = 0
               IF WS-ANO-NOM(WS-IDX-RECH) = WS-NOM-FICHIER
                   MOVE WS-IDX-RECH TO WS-IDX-ANO
               END-IF
           END-PERFORM.

      *    Copie texte de WS-NOM-FICHIER dans le repertoire du jeu,
      *    zones personnelles remplacees s'il y a lieu ; un fichier
      *    absent en production est signale et ignore
       COPIER-FICHIER.
           MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           PERFORM TROUVER-ANONYMISATION.
           PERFORM COPIER-TEXTE.
           PERFORM ECRIRE-DETAIL.

      *    Copie de WS-NOM-SOURCE vers WS-NOM-CIBLE avec application
      *    des zones de WS-IDX-ANO ; WS-TRAITEMENT rend le resultat
       COPIER-TEXTE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           OPEN INPUT SOURCE-FICHIER.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "absent" TO WS-TRAITEMENT
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
                               MOVE F-LIGNE-SOURCE TO WS-LIGNE
                               PERFORM ANONYMISER-LIGNE
                               MOVE WS-LIGNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
                   CLOSE CIBLE-FICHIER
                   ADD 1 TO WS-NB-FICHIERS
                   ADD WS-NB-ENREG TO WS-NB-LUS-TOTAL
                   IF WS-IDX-ANO = 0
                       MOVE "copie" TO WS-TRAITEMENT
                   ELSE
                       MOVE "anonymise" TO WS-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

       SIGNALER-ECRITURE.
           ADD 1 TO WS-NB-ERREURS.
           MOVE "ERREUR d'ecriture" TO WS-TRAITEMENT.
           DISPLAY "Impossible d'ecrire " FUNCTION TRIM(WS-NOM-CIBLE).
           MOVE WS-NOM-FICHIER TO WS-ALR-FICHIER.
           MOVE WS-CIBLE-STATUS TO WS-ALR-STATUT.
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT.

      *    Remplace dans WS-LIGNE les zones du fichier WS-IDX-ANO
       ANONYMISER-LIGNE.
           IF WS-IDX-ANO NOT = 0
               PERFORM VARYING WS-IDX-ZONE FROM 1 BY 1
                       UNTIL WS-IDX-ZONE > 5
                   IF WS-ANO-TYPE(WS-IDX-ANO, WS-IDX-ZONE) NOT = SPACE
                       MOVE WS-ANO-TYPE(WS-IDX-ANO, WS-IDX-ZONE)
                           TO WS-ZONE-TYPE
                       MOVE WS-ANO-POS(WS-IDX-ANO, WS-IDX-ZONE)
                           TO WS-ZONE-POS
                       MOVE WS-ANO-LG(WS-IDX-ANO, WS-IDX-ZONE)
                           TO WS-ZONE-LG
                       PERFORM REMPLACER-ZONE THRU REMPLACER-ZONE-FIN
                   END-IF
               END-PERFORM
           END-IF.

      *    Une zone a blanc reste a blanc ; une ancienne zone nom
      *    d'eleve qui porte deja le numero d'eleve n'est pas touchee
       REMPLACER-ZONE.
           MOVE WS-LIGNE(WS-ZONE-POS:WS-ZONE-LG) TO WS-ZONE-ORIGINE.
           IF WS-ZONE-ORIGINE = SPACES
               GO TO REMPLACER-ZONE-FIN
           END-IF.
           IF WS-ZONE-TYPE = "E"
               IF WS-ZONE-ORIGINE(1:5) IS NUMERIC
                   GO TO REMPLACER-ZONE-FIN
               END-IF
               MOVE "N" TO WS-ZONE-TYPE
           END-IF.
           PERFORM CHERCHER-CORRESPONDANCE.
           PERFORM FABRIQUER-VALEUR.
           MOVE WS-ZONE-FAUX TO WS-LIGNE(WS-ZONE-POS:WS-ZONE-LG).
           ADD 1 TO WS-NB-ZONES.
       REMPLACER-ZONE-FIN.
           EXIT.

      *    Rang de la valeur d'origine parmi celles deja vues du meme
      *    type, ou rang suivant pour une valeur nouvelle ; au dela
      *    de la capacite de la table, la valeur recoit un rang neuf
      *    a chaque rencontre et le compte rendu le signale
       CHERCHER-CORRESPONDANCE.
           MOVE 0 TO WS-RANG.
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-NB-COR OR WS-RANG NOT = 0
               IF WS-COR-TYPE(WS-IDX-COR) = WS-ZONE-TYPE
                  AND WS-COR-ORIGINE(WS-IDX-COR) = WS-ZONE-ORIGINE
                   MOVE WS-COR-RANG(WS-IDX-COR) TO WS-RANG
               END-IF
           END-PERFORM.
           IF WS-RANG = 0
               EVALUATE WS-ZONE-TYPE
                   WHEN "C"
                       ADD 1 TO WS-RANG-C
                       MOVE WS-RANG-C TO WS-RANG
                   WHEN "N"
                       ADD 1 TO WS-RANG-N
                       MOVE WS-RANG-N TO WS-RANG
                   WHEN "R"
                       ADD 1 TO WS-RANG-R
                       MOVE WS-RANG-R TO WS-RANG
                   WHEN "A"
                       ADD 1 TO WS-RANG-A
                       MOVE WS-RANG-A TO WS-RANG
                   WHEN "T"
                       ADD 1 TO WS-RANG-T
                       MOVE WS-RANG-T TO WS-RANG
                   WHEN OTHER
                       ADD 1 TO WS-RANG-D
                       MOVE WS-RANG-D TO WS-RANG
               END-EVALUATE
               IF WS-NB-COR < WS-COR-CAPACITE
                   ADD 1 TO WS-NB-COR
                   MOVE WS-ZONE-TYPE    TO WS-COR-TYPE(WS-NB-COR)
                   MOVE WS-ZONE-ORIGINE TO WS-COR-ORIGINE(WS-NB-COR)
                   MOVE WS-RANG         TO WS-COR-RANG(WS-NB-COR)
               ELSE
                   MOVE "O" TO WS-COR-SATUREE
               END-IF
           END-IF.

      *    Valeur fictive de rang WS-RANG pour le type de la zone ;
      *    les noms restent distincts grace au suffixe numerique une
      *    fois les listes epuisees
       FABRIQUER-VALEUR.
           MOVE SPACES TO WS-ZONE-FAUX.
           EVALUATE WS-ZONE-TYPE
               WHEN "C"
                   COMPUTE WS-I-NOM = FUNCTION MOD(WS-RANG - 1, 25) + 1
                   COMPUTE WS-I-PRENOM =
                       FUNCTION MOD((WS-RANG - 1) / 25, 16) + 1
                   COMPUTE WS-SUFFIXE = (WS-RANG - 1) / 400
                   MOVE WS-SUFFIXE TO WS-SUFFIXE-AFF
                   IF WS-SUFFIXE = 0
                       STRING FUNCTION TRIM(WS-NOM-FICTIF(WS-I-NOM))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-PRENOM-FICTIF(WS-I-PRENOM))
                                  DELIMITED BY SIZE
                           INTO WS-ZONE-FAUX
                   ELSE
                       STRING FUNCTION TRIM(WS-NOM-FICTIF(WS-I-NOM))
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SUFFIXE-AFF)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-PRENOM-FICTIF(WS-I-PRENOM))
                                  DELIMITED BY SIZE
                           INTO WS-ZONE-FAUX
                   END-IF
               WHEN "N"
                   COMPUTE WS-I-NOM = FUNCTION MOD(WS-RANG - 1, 25) + 1
                   COMPUTE WS-SUFFIXE = (WS-RANG - 1) / 25
                   MOVE WS-SUFFIXE TO WS-SUFFIXE-AFF
                   IF WS-SUFFIXE = 0
                       MOVE WS-NOM-FICTIF(WS-I-NOM) TO WS-ZONE-FAUX
                   ELSE
                       STRING FUNCTION TRIM(WS-NOM-FICTIF(WS-I-NOM))
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SUFFIXE-AFF)
                                  DELIMITED BY SIZE
                           INTO WS-ZONE-FAUX
                   END-IF
               WHEN "R"
                   COMPUTE WS-I-PRENOM =
                       FUNCTION MOD(WS-RANG - 1, 16) + 1
                   MOVE WS-PRENOM-FICTIF(WS-I-PRENOM) TO WS-ZONE-FAUX
               WHEN "A"
                   COMPUTE WS-NUMERO-RUE =
                       FUNCTION MOD(WS-RANG - 1, 99) + 1
                   COMPUTE WS-I-RUE =
                       FUNCTION MOD((WS-RANG - 1) / 99, 12) + 1
                   MOVE WS-NUMERO-RUE TO WS-NUMERO-RUE-AFF
                   STRING FUNCTION TRIM(WS-NUMERO-RUE-AFF)
                              DELIMITED BY SIZE
                          " RUE " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RUE-FICTIVE(WS-I-RUE))
                              DELIMITED BY SIZE
                       INTO WS-ZONE-FAUX
               WHEN "T"
                   MOVE WS-RANG TO WS-TEL-NUMERO
                   STRING "0199" DELIMITED BY SIZE
                          WS-TEL-NUMERO DELIMITED BY SIZE
                       INTO WS-ZONE-FAUX
               WHEN "D"
      *            Mois et jour fictifs, annee d'origine conservee
                   IF WS-ZONE-ORIGINE(1:8) IS NUMERIC
                       COMPUTE WS-DATE-MOIS =
                           FUNCTION MOD(WS-RANG * 7, 12) + 1
                       COMPUTE WS-DATE-JOUR =
                           FUNCTION MOD(WS-RANG * 11, 28) + 1
                       MOVE WS-DATE-MOIS TO WS-ZONE-FAUX(1:2)
                       MOVE WS-DATE-JOUR TO WS-ZONE-FAUX(3:2)
                       MOVE WS-ZONE-ORIGINE(5:4) TO WS-ZONE-FAUX(5:4)
                   END-IF
           END-EVALUATE.

      *    Maitres indexes : export texte anonymise dans le
      *    repertoire du jeu, puis reconstruction sous le nom du
      *    maitre et suppression de l'export
       COMPOSER-NOM-TRAVAIL.
           MOVE SPACES TO WS-NOM-TRAVAIL.
           STRING FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  "/formation-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FICHIER) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
               INTO WS-NOM-TRAVAIL.

       COPIER-INVENTAIRE.
           MOVE "inventaire.dat" TO WS-NOM-FICHIER.
           PERFORM TROUVER-ANONYMISATION.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           MOVE "inventaire.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               MOVE "absent" TO WS-TRAITEMENT
           ELSE
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
                               MOVE SPACES TO WS-LIGNE
                               MOVE F-ARTICLE TO WS-LIGNE
                               PERFORM ANONYMISER-LIGNE
                               MOVE WS-LIGNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-INVENTAIRE
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-INVENTAIRE
               END-IF
           END-IF.
           PERFORM ECRIRE-DETAIL.

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
           PERFORM TROUVER-ANONYMISATION.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           MOVE "mouvements.dat" TO WS-NOM-INDEXE.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               MOVE "absent" TO WS-TRAITEMENT
           ELSE
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
                               MOVE SPACES TO WS-LIGNE
                               MOVE F-MOUVEMENT-IDX TO WS-LIGNE
                               PERFORM ANONYMISER-LIGNE
                               MOVE WS-LIGNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE MVT-INDEXE-FICHIER
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-MOUVEMENTS
               END-IF
           END-IF.
           PERFORM ECRIRE-DETAIL.

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

      *    Les soldes des clients sont totalises a l'aller et au
      *    retour : le compte rendu montre qu'ils n'ont pas bouge
       COPIER-CLIENTS.
           MOVE "clients.dat" TO WS-NOM-FICHIER.
           PERFORM TROUVER-ANONYMISATION.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           MOVE "clients.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-CLIENTS.
           IF WS-CLIENTS-STATUS NOT = "00"
               MOVE "absent" TO WS-TRAITEMENT
           ELSE
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
                               ADD F-CLIENT-BALANCE TO WS-SOLDE-REEL
                               MOVE SPACES TO WS-LIGNE
                               MOVE F-CLIENT TO WS-LIGNE
                               PERFORM ANONYMISER-LIGNE
                               MOVE WS-LIGNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-CLIENTS
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-CLIENTS
               END-IF
           END-IF.
           PERFORM ECRIRE-DETAIL.

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
                               NOT INVALID KEY
                                   ADD F-CLIENT-BALANCE
                                       TO WS-SOLDE-FORMATION
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
           PERFORM TROUVER-ANONYMISATION.
           PERFORM COMPOSER-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL TO WS-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           MOVE "personnes.dat" TO WS-NOM-INDEXE.
           OPEN INPUT FICHIER-PERSONNES.
           IF WS-PERSONNES-STATUS NOT = "00"
               MOVE "absent" TO WS-TRAITEMENT
           ELSE
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
                               MOVE SPACES TO WS-LIGNE
                               MOVE F-PERSONNE TO WS-LIGNE
                               PERFORM ANONYMISER-LIGNE
                               MOVE WS-LIGNE TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-PERSONNES
                   CLOSE CIBLE-FICHIER
                   PERFORM RECONSTRUIRE-PERSONNES
               END-IF
           END-IF.
           PERFORM ECRIRE-DETAIL.

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
           IF WS-NB-ZONES = 0
               MOVE "copie" TO WS-TRAITEMENT
           ELSE
               MOVE "anonymise" TO WS-TRAITEMENT
           END-IF.

      *    parametres.txt du jeu : celui de production, sans ses
      *    propres cles de formation, puis MODE-FORMATION a O
       ECRIRE-PARAMETRES.
           MOVE "parametres.txt" TO WS-NOM-FICHIER.
           MOVE "parametres.txt" TO WS-NOM-SOURCE.
           PERFORM COMPOSER-NOM-CIBLE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-NB-ZONES.
           MOVE "C" TO WS-FIN.
           OPEN OUTPUT CIBLE-FICHIER.
           IF WS-CIBLE-STATUS NOT = "00"
               PERFORM SIGNALER-ECRITURE
           ELSE
               OPEN INPUT SOURCE-FICHIER
               IF WS-SOURCE-STATUS = "00"
                   PERFORM UNTIL WS-SOURCE-STATUS NOT = "00"
                       READ SOURCE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-LIGNE-SOURCE(1:20)
                                      NOT = "MODE-FORMATION"
                                  AND F-LIGNE-SOURCE(1:20)
                                      NOT = "FORMATION-REPERTOIRE"
                                   ADD 1 TO WS-NB-ENREG
                                   MOVE F-LIGNE-SOURCE
                                       TO F-LIGNE-CIBLE
                                   WRITE F-LIGNE-CIBLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FICHIER
               END-IF
               MOVE SPACES TO F-LIGNE-CIBLE
               MOVE "MODE-FORMATION" TO F-LIGNE-CIBLE(1:20)
               MOVE "O" TO F-LIGNE-CIBLE(21:1)
               WRITE F-LIGNE-CIBLE
               ADD 1 TO WS-NB-ENREG
               CLOSE CIBLE-FICHIER
               ADD 1 TO WS-NB-FICHIERS
               MOVE "MODE-FORMATION = O" TO WS-TRAITEMENT
           END-IF.
           PERFORM ECRIRE-DETAIL.

       ECRIRE-DETAIL.
           MOVE WS-NOM-FICHIER TO WS-LD-NOM.
           MOVE WS-NB-ENREG TO WS-LD-ENREG.
           MOVE WS-NB-ZONES TO WS-LD-ZONES.
           MOVE WS-TRAITEMENT TO WS-LD-TRAITEMENT.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-BILAN.
           PERFORM ECRIRE-LIGNE.
           MOVE "TOTAUX CONSERVES" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SOLDE-REEL TO WS-SOLDE-AFF.
           STRING "  Soldes clients en production : " DELIMITED BY SIZE
                  WS-SOLDE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-SOLDE-FORMATION TO WS-SOLDE-AFF.
           STRING "  Soldes clients du jeu        : " DELIMITED BY SIZE
                  WS-SOLDE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           IF WS-SOLDE-FORMATION NOT = WS-SOLDE-REEL
               MOVE "** ECART" TO WS-LIGNE-RAPPORT(55:8)
               ADD 1 TO WS-NB-ERREURS
           END-IF.
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "VALEURS FICTIVES DISTINCTES" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-RANG-C TO WS-COMPTE-AFF.
           STRING "  Noms complets : " DELIMITED BY SIZE
                  WS-COMPTE-AFF DELIMITED BY SIZE
                  "   Noms : " DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-RANG-N TO WS-COMPTE-AFF.
           MOVE WS-COMPTE-AFF TO WS-LIGNE-RAPPORT(34:5).
           MOVE "   Prenoms : " TO WS-LIGNE-RAPPORT(39:13).
           MOVE WS-RANG-R TO WS-COMPTE-AFF.
           MOVE WS-COMPTE-AFF TO WS-LIGNE-RAPPORT(52:5).
           PERFORM ECRIRE-LIGNE.
           MOVE WS-RANG-A TO WS-COMPTE-AFF.
           STRING "  Adresses      : " DELIMITED BY SIZE
                  WS-COMPTE-AFF DELIMITED BY SIZE
                  "   Tel. : " DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-RANG-T TO WS-COMPTE-AFF.
           MOVE WS-COMPTE-AFF TO WS-LIGNE-RAPPORT(34:5).
           MOVE "   Dates   : " TO WS-LIGNE-RAPPORT(39:13).
           MOVE WS-RANG-D TO WS-COMPTE-AFF.
           MOVE WS-COMPTE-AFF TO WS-LIGNE-RAPPORT(52:5).
           PERFORM ECRIRE-LIGNE.
           IF WS-COR-SATUREE = "O"
               MOVE "** Table de correspondance pleine : certaines vale"
                   TO WS-LIGNE-RAPPORT
               MOVE "urs repetees ont recu" TO WS-LIGNE-RAPPORT(52:21)
               PERFORM ECRIRE-LIGNE
               MOVE "   plusieurs valeurs fictives" TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE.
           MOVE "PIN non copies : PIN provisoire 0000 a la premiere con"
               TO WS-LIGNE-RAPPORT.
           MOVE "nexion" TO WS-LIGNE-RAPPORT(56:6).
           PERFORM ECRIRE-LIGNE.
           STRING "Lancer la suite depuis le repertoire "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPERTOIRE) DELIMITED BY SIZE
                  " pour s'exercer." DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-FORMATION.
           WRITE LIGNE-FORMATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
