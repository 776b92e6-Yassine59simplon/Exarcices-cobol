       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORTHOGRAPHE.
      * Controle d'orthographe des champs saisis en texte libre contre
      * le dictionnaire de reference dictionnaire.txt (MAINT-DICO) :
      * descriptions des taches (taches.txt), noms d'articles du
      * maitre inventaire.dat, types de pizzas de la carte
      * (prix-pizzas.txt) et communes du maitre personnes.dat. Chaque
      * texte est coupe en mots comme a la construction du
      * dictionnaire (tout ce qui n'est pas une lettre separe, mots
      * d'une lettre ignores) ; chaque mot absent du dictionnaire est
      * liste dans orthographe.txt avec l'enregistrement qui le porte
      * et jusqu'a trois mots proches du dictionnaire : ceux a une
      * ou deux lettres pres (distance d'edition : lettre changee,
      * ajoutee ou retiree ; une seule pour les mots de quatre
      * lettres ou moins) et ceux faits des memes lettres dans un
      * autre ordre (signature d'anagramme de MOTS-ANALYSE, via
      * SignatureMot), les plus proches d'abord. Les mots inconnus
      * distincts, avec leur nombre d'occurrences et les
      * propositions, sont reecrits dans mots-inconnus.txt, que
      * MAINT-DICO passe en revue pour approuver les mots justes.
      * Un fichier source absent est signale et saute.
      * Code retour 8 si le dictionnaire manque ou si les totaux de
      * controle d'un maitre (TotauxMaitre) sont en ecart, 0 sinon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICO-FICHIER ASSIGN TO "dictionnaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICO-STATUS.

           SELECT TACHES-FICHIER ASSIGN TO "taches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TACHES-STATUS.

           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT PRIX-FICHIER ASSIGN TO "prix-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIX-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "orthographe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT INCONNUS-FICHIER ASSIGN TO "mots-inconnus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCONNUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DICO-FICHIER.
           COPY "Dictionnaire.cpy".

       FD  TACHES-FICHIER.
       01  F-TACHE.
           05 F-TACHE-DESC          PIC X(20).
           05 F-TACHE-JOUR          PIC 9(2).
           05 F-TACHE-MOIS          PIC 9(2).
           05 F-TACHE-ANNEE         PIC 9(4).
           05 F-TACHE-PRIORITE      PIC 9.
           05 F-TACHE-RECUR         PIC X.
           05 F-TACHE-PREREQ        PIC 9(3).
           05 F-TACHE-OPERATEUR     PIC X(3).

       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

      *    Meme decoupage que F-PRIX-PIZZA dans maint-prix-pizzas.cbl
       FD  PRIX-FICHIER.
       01  F-PRIX-PIZZA.
           05 F-PP-TYPE             PIC X(10).
           05 F-PP-PRIX             PIC 99V99.
           05 F-PP-ACTIF            PIC X.
           05 F-PP-ALLERGENES       PIC X(08).

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(130).

       FD  INCONNUS-FICHIER.
           COPY "MotInconnu.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DICO-STATUS             PIC XX.
       01 WS-TACHES-STATUS           PIC XX.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-PRIX-STATUS             PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-INCONNUS-STATUS         PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Dictionnaire en memoire, trie sur le mot, avec la longueur
      *    et la signature d'anagramme de chaque mot
       01 WS-TABLE-DIC.
           05 WS-DIC OCCURS 3000 TIMES.
              10 WS-DIC-MOT          PIC X(20).
              10 WS-DIC-LONGUEUR     PIC 9(02).
              10 WS-DIC-SIGNATURE    PIC X(20).
       77 WS-DIC-CAPACITE            PIC 9(04) VALUE 3000.
       01 WS-NB-DIC                  PIC 9(04) VALUE 0.
       01 WS-IDX-DIC                 PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-TROP-DIC                PIC X VALUE "N".

      *    Mots inconnus distincts et leurs propositions
       01 WS-TABLE-INC.
           05 WS-INC OCCURS 500 TIMES.
              10 WS-INC-MOT          PIC X(20).
              10 WS-INC-NOMBRE       PIC 9(05).
              10 WS-INC-SUGGESTION   PIC X(20) OCCURS 3 TIMES.
       77 WS-INC-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-NB-INC                  PIC 9(03) VALUE 0.
       01 WS-IDX-INC                 PIC 9(03) VALUE 1.
       01 WS-IDX-INC-TROUVE          PIC 9(03) VALUE 0.
       01 WS-TROP-INC                PIC X VALUE "N".

      *    Texte controle, son origine et la reference de
      *    l'enregistrement qui le porte
       01 WS-TEXTE                   PIC X(50).
       01 WS-SOURCE                  PIC X(08).
       01 WS-REFERENCE               PIC X(10).
       01 WS-NUMERO-TACHE            PIC 9(03).

      *    Decoupage en mots : lettres A-Z et lettres accentuees
      *    (octets au-dela de 7F), comme MAINT-DICO
       01 WS-MOT                     PIC X(20).
       01 WS-LG-MOT                  PIC 9(02).
       01 WS-POS                     PIC 9(02).
       01 WS-I                       PIC 9(02).
       01 WS-J                       PIC 9(02).
       01 WS-CARACTERE               PIC X.
       01 WS-MOT-TROP-LONG           PIC X.

      *    Signature d'anagramme (SignatureMot)
       01 WS-SIG-MOT                 PIC X(50).
       01 WS-SIG-LONGUEUR            PIC 9(02).
       01 WS-SIG-RESULTAT            PIC X(50).
       01 WS-SIGNATURE-MOT           PIC X(20).

      *    Distance d'edition entre WS-MOT et un mot du dictionnaire,
      *    calculee ligne a ligne (ligne precedente, ligne courante) ;
      *    le calcul s'arrete des qu'une ligne depasse le seuil
       01 WS-SEUIL                   PIC 9(02).
       01 WS-DISTANCE                PIC 9(02).
       01 WS-MOT-DIC                 PIC X(20).
       01 WS-LG-DIC                  PIC 9(02).
       01 WS-ECART-LONGUEUR          PIC S9(02).
       01 WS-TABLE-DISTANCES.
           05 WS-PREC                PIC 9(02) OCCURS 21 TIMES.
           05 WS-COUR                PIC 9(02) OCCURS 21 TIMES.
       01 WS-COUT                    PIC 9.
       01 WS-MIN                     PIC 9(02).
       01 WS-MIN-LIGNE               PIC 9(02).

      *    Trois meilleures propositions : score = 2 x distance, moins
      *    1 pour un anagramme, qui passe donc devant a distance egale
       01 WS-TABLE-PROPOSITIONS.
           05 WS-PROP OCCURS 3 TIMES.
              10 WS-PROP-MOT         PIC X(20).
              10 WS-PROP-SCORE       PIC 9(02).
       01 WS-SCORE                   PIC 9(02).
       01 WS-EST-ANAGRAMME           PIC X.
       01 WS-IDX-PROP                PIC 9.
       01 WS-IDX-PLACE               PIC 9.

      *    Comptes
       01 WS-NB-TEXTES               PIC 9(05) VALUE 0.
       01 WS-NB-MOTS                 PIC 9(05) VALUE 0.
       01 WS-NB-INCONNUS             PIC 9(05) VALUE 0.
       01 WS-NB-SANS-PROPOSITION     PIC 9(05) VALUE 0.

      *    Ligne du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-DET-SOURCE          PIC X(08).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-REFERENCE       PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-TEXTE           PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-MOT             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-PROPOSITIONS    PIC X(64).
       01 WS-LIGNE-TOTAL             PIC X(130).
       01 WS-POINTEUR                PIC 9(03).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout traitement
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "ORTHOGRAPHE".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "orthographe.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "ORTHOGRAPH".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *    Totaux de controle des maitres : un ecart arrete le
      *    programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "ORTHOGRAPH" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM CHARGER-DICTIONNAIRE.
       IF WS-NB-DIC = 0
           DISPLAY "Dictionnaire dictionnaire.txt absent ou vide ; "
                   "le construire par MAINT-DICO"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire orthographe.txt"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "MOTS HORS DICTIONNAIRE DANS LES CHAMPS LIBRES"
           TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "SOURCE   REFERENCE  TEXTE                "
              DELIMITED BY SIZE
              "MOT INCONNU          PROPOSITIONS" DELIMITED BY SIZE
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       IF WS-TROP-DIC = "O"
           MOVE "** dictionnaire tronque a la capacite : des mots "
               & "justes peuvent etre releves **" TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.

       PERFORM CONTROLER-TACHES
           THRU CONTROLER-TACHES-FIN.
       PERFORM CONTROLER-ARTICLES
           THRU CONTROLER-ARTICLES-FIN.
       PERFORM CONTROLER-PIZZAS
           THRU CONTROLER-PIZZAS-FIN.
       PERFORM CONTROLER-COMMUNES
           THRU CONTROLER-COMMUNES-FIN.

       IF WS-NB-INCONNUS = 0
           MOVE "Aucun mot hors dictionnaire." TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO WS-LIGNE-TOTAL.
       STRING "Textes controles : " WS-NB-TEXTES
              "  mots : " WS-NB-MOTS
              "  hors dictionnaire : " WS-NB-INCONNUS
              "  mots distincts : " WS-NB-INC
           DELIMITED BY SIZE INTO WS-LIGNE-TOTAL.
       MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO WS-LIGNE-TOTAL.
       STRING "Dont sans proposition : " WS-NB-SANS-PROPOSITION
           DELIMITED BY SIZE INTO WS-LIGNE-TOTAL.
       MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       IF WS-TROP-INC = "O"
           MOVE SPACES TO WS-LIGNE-TOTAL
           STRING "** plus de " WS-INC-CAPACITE " mots inconnus "
                  "distincts : mots-inconnus.txt ne garde que les "
                  "premiers **"
               DELIMITED BY SIZE INTO WS-LIGNE-TOTAL
           MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       PERFORM ECRIRE-INCONNUS.

       DISPLAY "Mots controles : " WS-NB-MOTS
               " - hors dictionnaire : " WS-NB-INCONNUS
               " (voir orthographe.txt)".
       MOVE WS-NB-MOTS TO WS-NB-LUES-JRN.
       COMPUTE WS-NB-ECRITES-JRN = WS-NB-MOTS - WS-NB-INCONNUS.
       MOVE WS-NB-INCONNUS TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Charge dictionnaire.txt avec la longueur et la signature
      *    de chaque mot
       CHARGER-DICTIONNAIRE.
           OPEN INPUT DICO-FICHIER.
           IF WS-DICO-STATUS = "00"
               PERFORM UNTIL WS-DICO-STATUS NOT = "00"
                   READ DICO-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-DIC < WS-DIC-CAPACITE
                               ADD 1 TO WS-NB-DIC
                               PERFORM RANGER-MOT-DIC
                           ELSE
                               MOVE "O" TO WS-TROP-DIC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICO-FICHIER
           END-IF.

       RANGER-MOT-DIC.
           MOVE F-DIC-MOT TO WS-DIC-MOT(WS-NB-DIC).
           MOVE 0 TO WS-SIG-LONGUEUR.
           INSPECT F-DIC-MOT TALLYING WS-SIG-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-SIG-LONGUEUR TO WS-DIC-LONGUEUR(WS-NB-DIC).
           MOVE F-DIC-MOT TO WS-SIG-MOT.
           CALL "SignatureMot" USING WS-SIG-MOT WS-SIG-LONGUEUR
                                     WS-SIG-RESULTAT.
           MOVE WS-SIG-RESULTAT(1:20) TO WS-DIC-SIGNATURE(WS-NB-DIC).

       CONTROLER-TACHES.
           OPEN INPUT TACHES-FICHIER.
           IF WS-TACHES-STATUS NOT = "00"
               MOVE "taches.txt absent : descriptions non controlees."
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               GO TO CONTROLER-TACHES-FIN
           END-IF.
           MOVE "TACHE" TO WS-SOURCE.
           MOVE 0 TO WS-NUMERO-TACHE.
           PERFORM UNTIL WS-TACHES-STATUS NOT = "00"
               READ TACHES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUMERO-TACHE
                       MOVE SPACES TO WS-REFERENCE
                       STRING "No " WS-NUMERO-TACHE
                           DELIMITED BY SIZE INTO WS-REFERENCE
                       MOVE F-TACHE-DESC TO WS-TEXTE
                       PERFORM CONTROLER-TEXTE
                           THRU CONTROLER-TEXTE-FIN
               END-READ
           END-PERFORM.
           CLOSE TACHES-FICHIER.
       CONTROLER-TACHES-FIN.
           EXIT.

       CONTROLER-ARTICLES.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               MOVE "inventaire.dat absent : articles non controles."
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               GO TO CONTROLER-ARTICLES-FIN
           END-IF.
           MOVE "ARTICLE" TO WS-SOURCE.
           PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
               READ FICHIER-INVENTAIRE
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE F-CODE-ARTICLE TO WS-REFERENCE
                       MOVE F-NOM-ARTICLE TO WS-TEXTE
                       PERFORM CONTROLER-TEXTE
                           THRU CONTROLER-TEXTE-FIN
               END-READ
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.
       CONTROLER-ARTICLES-FIN.
           EXIT.

       CONTROLER-PIZZAS.
           OPEN INPUT PRIX-FICHIER.
           IF WS-PRIX-STATUS NOT = "00"
               MOVE "prix-pizzas.txt absent : carte non controlee."
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               GO TO CONTROLER-PIZZAS-FIN
           END-IF.
           MOVE "PIZZA" TO WS-SOURCE.
           MOVE "carte" TO WS-REFERENCE.
           PERFORM UNTIL WS-PRIX-STATUS NOT = "00"
               READ PRIX-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE F-PP-TYPE TO WS-TEXTE
                       PERFORM CONTROLER-TEXTE
                           THRU CONTROLER-TEXTE-FIN
               END-READ
           END-PERFORM.
           CLOSE PRIX-FICHIER.
       CONTROLER-PIZZAS-FIN.
           EXIT.

       CONTROLER-COMMUNES.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS NOT = "00"
               MOVE "personnes.dat absent : communes non controlees."
                   TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               GO TO CONTROLER-COMMUNES-FIN
           END-IF.
           MOVE "COMMUNE" TO WS-SOURCE.
           PERFORM UNTIL WS-FICHIER-P-STATUS NOT = "00"
               READ FICHIER-P
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE SPACES TO WS-REFERENCE
                       STRING "Pers " F-PER-NUMERO
                           DELIMITED BY SIZE INTO WS-REFERENCE
                       MOVE F-PER-VILLE TO WS-TEXTE
                       PERFORM CONTROLER-TEXTE
                           THRU CONTROLER-TEXTE-FIN
               END-READ
           END-PERFORM.
           CLOSE FICHIER-P.
       CONTROLER-COMMUNES-FIN.
           EXIT.

      *    Coupe WS-TEXTE en mots et controle chacun
       CONTROLER-TEXTE.
           IF WS-TEXTE = SPACES
               GO TO CONTROLER-TEXTE-FIN
           END-IF.
           ADD 1 TO WS-NB-TEXTES.
           MOVE FUNCTION UPPER-CASE(WS-TEXTE) TO WS-TEXTE.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LG-MOT.
           MOVE "N" TO WS-MOT-TROP-LONG.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50
               MOVE WS-TEXTE(WS-POS:1) TO WS-CARACTERE
               IF (WS-CARACTERE >= "A" AND WS-CARACTERE <= "Z")
                  OR WS-CARACTERE > X"7F"
                   ADD 1 TO WS-LG-MOT
                   IF WS-LG-MOT > 20
                       MOVE "O" TO WS-MOT-TROP-LONG
                   ELSE
                       MOVE WS-CARACTERE TO WS-MOT(WS-LG-MOT:1)
                   END-IF
               ELSE
                   PERFORM CONTROLER-MOT
               END-IF
           END-PERFORM.
           PERFORM CONTROLER-MOT.
       CONTROLER-TEXTE-FIN.
           EXIT.

      *    Le mot decoupe est cherche dans le dictionnaire ; un mot
      *    de plus de 20 lettres ne peut pas y etre et est releve
      *    sous ses 20 premieres
       CONTROLER-MOT.
           IF WS-LG-MOT > 1
               ADD 1 TO WS-NB-MOTS
               IF WS-MOT-TROP-LONG = "O"
                   MOVE 20 TO WS-LG-MOT
                   MOVE 0 TO WS-IDX-TROUVE
               ELSE
                   PERFORM TROUVER-MOT
               END-IF
               IF WS-IDX-TROUVE = 0
                   PERFORM SIGNALER-MOT
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LG-MOT.
           MOVE "N" TO WS-MOT-TROP-LONG.

      *    Recherche WS-MOT dans le dictionnaire trie (resultat dans
      *    WS-IDX-TROUVE, 0 si absent)
       TROUVER-MOT.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                   UNTIL WS-IDX-DIC > WS-NB-DIC
                   OR WS-IDX-TROUVE NOT = 0
                   OR WS-DIC-MOT(WS-IDX-DIC) > WS-MOT
               IF WS-DIC-MOT(WS-IDX-DIC) = WS-MOT
                   MOVE WS-IDX-DIC TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

      *    Mot inconnu : propositions calculees au premier passage du
      *    mot et gardees pour les suivants, ligne au rapport
       SIGNALER-MOT.
           ADD 1 TO WS-NB-INCONNUS.
           MOVE 0 TO WS-IDX-INC-TROUVE.
           PERFORM VARYING WS-IDX-INC FROM 1 BY 1
                   UNTIL WS-IDX-INC > WS-NB-INC
                   OR WS-IDX-INC-TROUVE NOT = 0
               IF WS-INC-MOT(WS-IDX-INC) = WS-MOT
                   MOVE WS-IDX-INC TO WS-IDX-INC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-INC-TROUVE NOT = 0
               ADD 1 TO WS-INC-NOMBRE(WS-IDX-INC-TROUVE)
               PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                       UNTIL WS-IDX-PROP > 3
                   MOVE WS-INC-SUGGESTION(WS-IDX-INC-TROUVE,
                                          WS-IDX-PROP)
                       TO WS-PROP-MOT(WS-IDX-PROP)
               END-PERFORM
           ELSE
               PERFORM CHERCHER-PROPOSITIONS
               IF WS-PROP-MOT(1) = SPACES
                   ADD 1 TO WS-NB-SANS-PROPOSITION
               END-IF
               IF WS-NB-INC < WS-INC-CAPACITE
                   ADD 1 TO WS-NB-INC
                   MOVE WS-MOT TO WS-INC-MOT(WS-NB-INC)
                   MOVE 1 TO WS-INC-NOMBRE(WS-NB-INC)
                   PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                           UNTIL WS-IDX-PROP > 3
                       MOVE WS-PROP-MOT(WS-IDX-PROP)
                           TO WS-INC-SUGGESTION(WS-NB-INC,
                                                WS-IDX-PROP)
                   END-PERFORM
               ELSE
                   MOVE "O" TO WS-TROP-INC
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-MOT.

      *    Passe sur le dictionnaire : les mots a deux lettres pres
      *    de longueur sont mesures, les anagrammes retenus d'office
       CHERCHER-PROPOSITIONS.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > 3
               MOVE SPACES TO WS-PROP-MOT(WS-IDX-PROP)
               MOVE 99 TO WS-PROP-SCORE(WS-IDX-PROP)
           END-PERFORM.
           IF WS-LG-MOT > 4
               MOVE 2 TO WS-SEUIL
           ELSE
               MOVE 1 TO WS-SEUIL
           END-IF.
           MOVE WS-MOT TO WS-SIG-MOT.
           MOVE WS-LG-MOT TO WS-SIG-LONGUEUR.
           CALL "SignatureMot" USING WS-SIG-MOT WS-SIG-LONGUEUR
                                     WS-SIG-RESULTAT.
           MOVE WS-SIG-RESULTAT(1:20) TO WS-SIGNATURE-MOT.
           PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                   UNTIL WS-IDX-DIC > WS-NB-DIC
               PERFORM EVALUER-MOT-DIC
                   THRU EVALUER-MOT-DIC-FIN
           END-PERFORM.

       EVALUER-MOT-DIC.
           MOVE WS-DIC-LONGUEUR(WS-IDX-DIC) TO WS-LG-DIC.
           COMPUTE WS-ECART-LONGUEUR = WS-LG-DIC - WS-LG-MOT.
           IF WS-ECART-LONGUEUR = 0
              AND WS-DIC-SIGNATURE(WS-IDX-DIC) = WS-SIGNATURE-MOT
               MOVE "O" TO WS-EST-ANAGRAMME
           ELSE
               MOVE "N" TO WS-EST-ANAGRAMME
           END-IF.
           IF WS-EST-ANAGRAMME = "N"
              AND (WS-ECART-LONGUEUR > WS-SEUIL
                   OR WS-ECART-LONGUEUR < 0 - WS-SEUIL)
               GO TO EVALUER-MOT-DIC-FIN
           END-IF.
           MOVE WS-DIC-MOT(WS-IDX-DIC) TO WS-MOT-DIC.
           PERFORM CALCULER-DISTANCE.
           IF WS-EST-ANAGRAMME = "N" AND WS-DISTANCE > WS-SEUIL
               GO TO EVALUER-MOT-DIC-FIN
           END-IF.
           COMPUTE WS-SCORE = WS-DISTANCE * 2.
           IF WS-EST-ANAGRAMME = "O"
               SUBTRACT 1 FROM WS-SCORE
           END-IF.
           PERFORM RETENIR-PROPOSITION.
       EVALUER-MOT-DIC-FIN.
           EXIT.

      *    Distance d'edition entre WS-MOT (WS-LG-MOT lettres) et
      *    WS-MOT-DIC (WS-LG-DIC lettres) ; WS-PREC(j + 1) et
      *    WS-COUR(j + 1) tiennent la distance aux j premieres lettres
      *    du mot du dictionnaire. Hors anagramme, le calcul s'arrete
      *    des que toute une ligne depasse le seuil.
       CALCULER-DISTANCE.
           PERFORM VARYING WS-J FROM 0 BY 1 UNTIL WS-J > WS-LG-DIC
               MOVE WS-J TO WS-PREC(WS-J + 1)
           END-PERFORM.
           MOVE 0 TO WS-MIN-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LG-MOT
                   OR (WS-EST-ANAGRAMME = "N"
                       AND WS-MIN-LIGNE > WS-SEUIL)
               MOVE WS-I TO WS-COUR(1)
               MOVE WS-I TO WS-MIN-LIGNE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-LG-DIC
                   IF WS-MOT(WS-I:1) = WS-MOT-DIC(WS-J:1)
                       MOVE 0 TO WS-COUT
                   ELSE
                       MOVE 1 TO WS-COUT
                   END-IF
                   COMPUTE WS-MIN = WS-PREC(WS-J) + WS-COUT
                   IF WS-PREC(WS-J + 1) + 1 < WS-MIN
                       COMPUTE WS-MIN = WS-PREC(WS-J + 1) + 1
                   END-IF
                   IF WS-COUR(WS-J) + 1 < WS-MIN
                       COMPUTE WS-MIN = WS-COUR(WS-J) + 1
                   END-IF
                   MOVE WS-MIN TO WS-COUR(WS-J + 1)
                   IF WS-MIN < WS-MIN-LIGNE
                       MOVE WS-MIN TO WS-MIN-LIGNE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-J FROM 0 BY 1
                       UNTIL WS-J > WS-LG-DIC
                   MOVE WS-COUR(WS-J + 1) TO WS-PREC(WS-J + 1)
               END-PERFORM
           END-PERFORM.
           IF WS-I > WS-LG-MOT
               MOVE WS-PREC(WS-LG-DIC + 1) TO WS-DISTANCE
           ELSE
               MOVE WS-MIN-LIGNE TO WS-DISTANCE
           END-IF.

      *    Insere le mot du dictionnaire parmi les trois meilleures
      *    propositions s'il fait mieux que la derniere
       RETENIR-PROPOSITION.
           MOVE 0 TO WS-IDX-PLACE.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > 3
                   OR WS-IDX-PLACE NOT = 0
               IF WS-SCORE < WS-PROP-SCORE(WS-IDX-PROP)
                   MOVE WS-IDX-PROP TO WS-IDX-PLACE
               END-IF
           END-PERFORM.
           IF WS-IDX-PLACE NOT = 0
               PERFORM VARYING WS-IDX-PROP FROM 3 BY -1
                       UNTIL WS-IDX-PROP <= WS-IDX-PLACE
                   MOVE WS-PROP(WS-IDX-PROP - 1) TO WS-PROP(WS-IDX-PROP)
               END-PERFORM
               MOVE WS-MOT-DIC TO WS-PROP-MOT(WS-IDX-PLACE)
               MOVE WS-SCORE TO WS-PROP-SCORE(WS-IDX-PLACE)
           END-IF.

       ECRIRE-LIGNE-MOT.
           MOVE WS-SOURCE TO WS-DET-SOURCE.
           MOVE WS-REFERENCE TO WS-DET-REFERENCE.
           MOVE WS-TEXTE(1:20) TO WS-DET-TEXTE.
           MOVE WS-MOT TO WS-DET-MOT.
           MOVE SPACES TO WS-DET-PROPOSITIONS.
           IF WS-PROP-MOT(1) = SPACES
               MOVE "(aucune)" TO WS-DET-PROPOSITIONS
           ELSE
               MOVE 1 TO WS-POINTEUR
               PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                       UNTIL WS-IDX-PROP > 3
                   IF WS-PROP-MOT(WS-IDX-PROP) NOT = SPACES
                       IF WS-IDX-PROP > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-DET-PROPOSITIONS
                               WITH POINTER WS-POINTEUR
                       END-IF
                       STRING WS-PROP-MOT(WS-IDX-PROP)
                                  DELIMITED BY SPACE
                           INTO WS-DET-PROPOSITIONS
                           WITH POINTER WS-POINTEUR
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-LIGNE-DETAIL TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

      *    Mots inconnus distincts pour la revue de MAINT-DICO
       ECRIRE-INCONNUS.
           OPEN OUTPUT INCONNUS-FICHIER.
           IF WS-INCONNUS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire mots-inconnus.txt"
           ELSE
               PERFORM VARYING WS-IDX-INC FROM 1 BY 1
                       UNTIL WS-IDX-INC > WS-NB-INC
                   MOVE WS-INC(WS-IDX-INC) TO F-MOT-INCONNU
                   WRITE F-MOT-INCONNU
               END-PERFORM
               CLOSE INCONNUS-FICHIER
           END-IF.
