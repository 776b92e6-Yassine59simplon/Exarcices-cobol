       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACT-FOURN.
      * Controle des factures fournisseurs avant paiement : les
      * lignes de facture (numero, fournisseur, commande, article,
      * quantite, prix unitaire) sont saisies a l'ecran ou chargees
      * depuis factures-import.txt dans factures-fournisseurs.txt,
      * puis rapprochees du carnet commandes-ouvertes.txt ecrit par
      * CMDE-FOURN et solde par RECEPTION-CDE. Une ligne est en
      * litige si la commande n'existe pas, si le fournisseur ou
      * l'article ne correspondent pas a la commande, si la quantite
      * facturee (cumulee sur toutes les factures) depasse la
      * quantite recue, ou si le prix s'ecarte du cout d'achat de
      * l'article (F-COUT-ARTICLE, le prix a defaut) au-dela de la
      * tolerance TOLERANCE-PRIX de parametres.txt
      * (en %, 2 a defaut). Une facture n'est bonne a payer que si
      * toutes ses lignes le sont ; les factures payables sont
      * listees dans factures-a-payer.txt et les litiges, groupes
      * par fournisseur avec ses coordonnees, dans
      * litiges-factures.txt pour etre renvoyes au fournisseur.
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

      *    Carnet des commandes ouvertes, lu seulement
           SELECT CDE-OUVERTES-FICHIER
               ASSIGN TO "commandes-ouvertes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDE-OUVERTES-STATUS.

      *    Lignes de factures, relues en entier puis reecrites avec
      *    les etats et motifs mis a jour
           SELECT FACTURES-FICHIER
               ASSIGN TO "factures-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURES-STATUS.

      *    Lignes de factures recues sous forme de fichier (meme
      *    decoupage que F-FACTURE, sans etat ni motif)
           SELECT IMPORT-FICHIER ASSIGN TO "factures-import.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

      *    Maitre des fournisseurs entretenu par MAINT-FOURN, pour
      *    les coordonnees en tete de chaque groupe de litiges
           SELECT FMAITRE-FICHIER ASSIGN TO "fournisseurs-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMAITRE-STATUS.

           SELECT LITIGES-FICHIER ASSIGN TO "litiges-factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LITIGES-STATUS.

           SELECT PAYER-FICHIER ASSIGN TO "factures-a-payer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  CDE-OUVERTES-FICHIER.
           COPY "CommandeOuverte.cpy".

       FD  FACTURES-FICHIER.
           COPY "FactureFournisseur.cpy".

       FD  IMPORT-FICHIER.
       01  F-FACTURE-IMPORT.
           05 F-IMP-NUMERO         PIC X(12).
           05 F-IMP-FOURNISSEUR    PIC X(10).
           05 F-IMP-DATE           PIC 9(08).
           05 F-IMP-COMMANDE       PIC 9(06).
           05 F-IMP-ARTICLE        PIC X(10).
           05 F-IMP-QTE            PIC 9(05).
           05 F-IMP-PRIX           PIC 9(04)V99.

      *    Meme decoupage que F-FMAITRE dans maint-fournisseurs.cbl
       FD  FMAITRE-FICHIER.
       01  F-FMAITRE.
           05 F-FMA-CODE           PIC X(10).
           05 F-FMA-NOM            PIC X(20).
           05 F-FMA-CONTACT        PIC X(20).
           05 F-FMA-DELAI          PIC 9(03).
           05 F-FMA-MINIMUM        PIC 9(06)V99.

       FD  LITIGES-FICHIER.
       01  F-LIGNE-LITIGE          PIC X(80).

       FD  PAYER-FICHIER.
       01  F-LIGNE-PAYER           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS                 PIC XX.
       01 WS-CDE-OUVERTES-STATUS               PIC XX.
       01 WS-FACTURES-STATUS                   PIC XX.
       01 WS-IMPORT-STATUS                     PIC XX.
       01 WS-FMAITRE-STATUS                    PIC XX.
       01 WS-LITIGES-STATUS                    PIC XX.
       01 WS-PAYER-STATUS                      PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-CHOIX-MODE                        PIC 9 VALUE 0.

      *    Tolerance sur le prix facture, en % du cout de l'article
       01 WS-TOLERANCE                         PIC 9(03)V99 VALUE 0.
       01 WS-CFG-CLE                           PIC X(20).
       01 WS-CFG-VALEUR                        PIC X(20).
       01 WS-CFG-TROUVE                        PIC X.

      *    Carnet des commandes charge en memoire (lecture seule)
       01 WS-TABLE-CDE.
           05 WS-CDE OCCURS 200 TIMES.
              10 WS-CDE-NUMERO                 PIC 9(06).
              10 WS-CDE-DATE                   PIC 9(08).
              10 WS-CDE-DATE-PREVUE            PIC 9(08).
              10 WS-CDE-FOURNISSEUR            PIC X(10).
              10 WS-CDE-ARTICLE                PIC X(10).
              10 WS-CDE-QTE-COMMANDEE          PIC 9(05).
              10 WS-CDE-QTE-RECUE              PIC 9(05).
              10 WS-CDE-ETAT                   PIC X.
       77 WS-CDE-CAPACITE                      PIC 9(03) VALUE 200.
       01 WS-NB-CDE                            PIC 9(03) VALUE 0.
       01 WS-IDX-CDE                           PIC 9(03) VALUE 1.
       01 WS-TROP-LIGNES                       PIC X    VALUE "N".

      *    Lignes de factures chargees en memoire, reecrites en
      *    entier a la fin ; WS-FAC-ETAT-DEBUT garde l'etat lu pour
      *    ne cumuler que les lignes deja payables
       01 WS-TABLE-FAC.
           05 WS-FAC OCCURS 500 TIMES.
              10 WS-FAC-NUMERO                 PIC X(12).
              10 WS-FAC-FOURNISSEUR            PIC X(10).
              10 WS-FAC-DATE                   PIC 9(08).
              10 WS-FAC-COMMANDE               PIC 9(06).
              10 WS-FAC-ARTICLE                PIC X(10).
              10 WS-FAC-QTE                    PIC 9(05).
              10 WS-FAC-PRIX                   PIC 9(04)V99.
              10 WS-FAC-ETAT                   PIC X.
              10 WS-FAC-MOTIF                  PIC X(25).
              10 WS-FAC-ETAT-DEBUT             PIC X.
       77 WS-FAC-CAPACITE                      PIC 9(03) VALUE 500.
       01 WS-NB-FAC                            PIC 9(03) VALUE 0.
       01 WS-IDX-FAC                           PIC 9(03) VALUE 1.
       01 WS-IDX-AUTRE                         PIC 9(03) VALUE 1.
       01 WS-TROP-FACTURES                     PIC X    VALUE "N".
       01 WS-DEJA-PRESENTE                     PIC X    VALUE "N".

      *    Maitre des fournisseurs charge en memoire
       01 WS-TABLE-FMA.
           05 WS-FMA OCCURS 50 TIMES.
              10 WS-FMA-CODE                   PIC X(10).
              10 WS-FMA-NOM                    PIC X(20).
              10 WS-FMA-CONTACT                PIC X(20).
              10 WS-FMA-DELAI                  PIC 9(03).
              10 WS-FMA-MINIMUM                PIC 9(06)V99.
       01 WS-NB-FMA                            PIC 9(03) VALUE 0.
       01 WS-IDX-FMA                           PIC 9(03) VALUE 1.
       01 WS-IDX-FMA-TROUVE                    PIC 9(03) VALUE 0.
       01 WS-CODE-CHERCHE                      PIC X(10).

      *    Saisie d'une facture a l'ecran : entete puis lignes
       01 WS-SAI-NUMERO                        PIC X(12).
       01 WS-SAI-FOURNISSEUR                   PIC X(10).
       01 WS-SAI-DATE                          PIC 9(08).
       01 WS-SAI-ARTICLE                       PIC X(10).
       01 WS-SAI-COMMANDE                      PIC 9(06).
       01 WS-SAI-QTE                           PIC 9(05).
       01 WS-SAI-PRIX                          PIC 9(04)V99.

      *    Rapprochement d'une ligne : ligne du carnet trouvee,
      *    quantites recue et deja facturee, ecart de prix
       01 WS-CDE-TROUVEE                       PIC X VALUE "N".
       01 WS-FOURN-CONFORME                    PIC X VALUE "N".
       01 WS-ARTICLE-TROUVE                    PIC X VALUE "N".
       01 WS-QTE-RECUE-TOTALE                  PIC 9(07).
       01 WS-QTE-FACTUREE-TOTALE               PIC 9(07).
       01 WS-PRIX-ATTENDU                      PIC 9(04)V99.
       01 WS-ECART-PRIX                        PIC S9(05)V99.
       01 WS-ECART-PRIX-ABS                    PIC 9(05)V99.
       01 WS-ECART-ADMIS                       PIC 9(07)V99.
       01 WS-FACTURE-EN-LITIGE                 PIC X VALUE "N".

      *    Compteurs de la session
       01 WS-NB-AJOUTEES                       PIC 9(05) VALUE 0.
       01 WS-NB-IGNOREES                       PIC 9(05) VALUE 0.
       01 WS-NB-RAPPROCHEES                    PIC 9(05) VALUE 0.
       01 WS-NB-LITIGES                        PIC 9(05) VALUE 0.
       01 WS-NB-PAYABLES                       PIC 9(05) VALUE 0.

      *    Zones d'edition
       01 WS-QTE-AFF                           PIC Z(04)9.
       01 WS-RECU-AFF                          PIC Z(06)9.
       01 WS-PRIX-AFF                          PIC Z(03)9.99.
       01 WS-ATTENDU-AFF                       PIC Z(03)9.99.
       01 WS-MONTANT                           PIC 9(08)V99.
       01 WS-MONTANT-AFF                       PIC Z(07)9.99.
       01 WS-LIGNE-LITIGE                      PIC X(80).
       01 WS-LIGNE-PAYER                       PIC X(70).
       01 WS-DERNIER-NUMERO                    PIC X(12).
       01 WS-DERNIER-FOURN                     PIC X(10).

      *    Compte rendu d'execution pour JournalLog
       01 WS-NOM-PROGRAMME                     PIC X(10)
                                                VALUE "FACT-FOURN".
       01 WS-NB-LUES-JRN                       PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN                    PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN                   PIC 9(05) VALUE 0.

       77 WS-DATE-SYS                          PIC 9(8).

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
       MOVE "FACT-FOURN" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       MOVE "TOLERANCE-PRIX" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       ELSE
           MOVE 2 TO WS-TOLERANCE
       END-IF.

       DISPLAY "1. Saisir une facture fournisseur".
       DISPLAY "2. Charger factures-import.txt".
       DISPLAY "3. Rapprocher les factures (commande/reception/prix)".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX-MODE.

       PERFORM CHARGER-FACTURES.
       EVALUATE WS-CHOIX-MODE
           WHEN 1
               PERFORM SAISIR-FACTURE
                   THRU SAISIR-FACTURE-FIN
               PERFORM REECRIRE-FACTURES
                   THRU REECRIRE-FACTURES-FIN
           WHEN 2
               PERFORM CHARGER-IMPORT
                   THRU CHARGER-IMPORT-FIN
               PERFORM REECRIRE-FACTURES
                   THRU REECRIRE-FACTURES-FIN
           WHEN 3
               PERFORM CHARGER-CARNET
               PERFORM CHARGER-MAITRE-FOURN
               PERFORM RAPPROCHER-FACTURES
                   THRU RAPPROCHER-FACTURES-FIN
               IF WS-NB-RAPPROCHEES > 0
                   PERFORM REECRIRE-FACTURES
                       THRU REECRIRE-FACTURES-FIN
                   PERFORM ECRIRE-LITIGES
                       THRU ECRIRE-LITIGES-FIN
                   PERFORM ECRIRE-A-PAYER
                       THRU ECRIRE-A-PAYER-FIN
               END-IF
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       MOVE WS-NB-FAC TO WS-NB-LUES-JRN.
       COMPUTE WS-NB-ECRITES-JRN = WS-NB-AJOUTEES + WS-NB-PAYABLES.
       COMPUTE WS-NB-REJETEES-JRN = WS-NB-IGNOREES + WS-NB-LITIGES.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Charge factures-fournisseurs.txt dans WS-FAC ; au-dela de
      *    WS-FAC-CAPACITE, les lignes en exces sont ignorees et le
      *    fichier ne sera pas reecrit
       CHARGER-FACTURES.
           OPEN INPUT FACTURES-FICHIER.
           IF WS-FACTURES-STATUS = "00"
               PERFORM UNTIL WS-FACTURES-STATUS NOT = "00"
                   READ FACTURES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-FAC < WS-FAC-CAPACITE
                               ADD 1 TO WS-NB-FAC
                               MOVE F-FACTURE TO WS-FAC(WS-NB-FAC)
                               MOVE F-FAC-ETAT
                                   TO WS-FAC-ETAT-DEBUT(WS-NB-FAC)
                           ELSE
                               MOVE "O" TO WS-TROP-FACTURES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURES-FICHIER
           END-IF.
           IF WS-TROP-FACTURES = "O"
               DISPLAY "** Attention : factures-fournisseurs.txt "
                       "contient plus de " WS-FAC-CAPACITE
                       " lignes, les lignes en exces sont ignorees **"
           END-IF.

      *    Charge commandes-ouvertes.txt dans WS-CDE ; au-dela de
      *    WS-CDE-CAPACITE, les lignes en exces sont ignorees
       CHARGER-CARNET.
           OPEN INPUT CDE-OUVERTES-FICHIER.
           IF WS-CDE-OUVERTES-STATUS = "00"
               PERFORM UNTIL WS-CDE-OUVERTES-STATUS NOT = "00"
                   READ CDE-OUVERTES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CDE < WS-CDE-CAPACITE
                               ADD 1 TO WS-NB-CDE
                               MOVE F-CDE-OUVERTE
                                   TO WS-CDE(WS-NB-CDE)
                           ELSE
                               MOVE "O" TO WS-TROP-LIGNES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CDE-OUVERTES-FICHIER
           END-IF.
           IF WS-TROP-LIGNES = "O"
               DISPLAY "** Attention : commandes-ouvertes.txt "
                       "contient plus de " WS-CDE-CAPACITE
                       " lignes, les lignes en exces sont ignorees **"
           END-IF.

      *    Charge fournisseurs-maitre.txt dans WS-FMA (50 au plus)
       CHARGER-MAITRE-FOURN.
           OPEN INPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS = "00"
               PERFORM UNTIL WS-FMAITRE-STATUS NOT = "00"
                   READ FMAITRE-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-FMA < 50
                               ADD 1 TO WS-NB-FMA
                               MOVE F-FMAITRE TO WS-FMA(WS-NB-FMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMAITRE-FICHIER
           END-IF.

      *    Recherche WS-CODE-CHERCHE dans le maitre des fournisseurs
      *    (resultat dans WS-IDX-FMA-TROUVE, 0 si absent)
       TROUVER-MAITRE-FOURN.
           MOVE 0 TO WS-IDX-FMA-TROUVE.
           PERFORM VARYING WS-IDX-FMA FROM 1 BY 1
                   UNTIL WS-IDX-FMA > WS-NB-FMA
                   OR WS-IDX-FMA-TROUVE NOT = 0
               IF WS-FMA-CODE(WS-IDX-FMA) = WS-CODE-CHERCHE
                   MOVE WS-IDX-FMA TO WS-IDX-FMA-TROUVE
               END-IF
           END-PERFORM.

      *    Saisie d'une facture : entete (numero, fournisseur, date)
      *    puis une ligne par article jusqu'a un article a blanc
       SAISIR-FACTURE.
           DISPLAY "Numero de facture : ".
           ACCEPT WS-SAI-NUMERO.
           MOVE FUNCTION UPPER-CASE(WS-SAI-NUMERO) TO WS-SAI-NUMERO.
           DISPLAY "Code fournisseur : ".
           ACCEPT WS-SAI-FOURNISSEUR.
           MOVE FUNCTION UPPER-CASE(WS-SAI-FOURNISSEUR)
               TO WS-SAI-FOURNISSEUR.
           DISPLAY "Date de facture (AAAAMMJJ, 0 = aujourd'hui) : ".
           ACCEPT WS-SAI-DATE.
           IF WS-SAI-DATE = 0
               MOVE WS-DATE-SYS TO WS-SAI-DATE
           END-IF.
           IF WS-SAI-NUMERO = SPACES
              OR WS-SAI-FOURNISSEUR = SPACES
               DISPLAY "Numero et fournisseur obligatoires."
               GO TO SAISIR-FACTURE-FIN
           END-IF.

           MOVE "C" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "F"
               DISPLAY " "
               DISPLAY "Article (vide pour terminer) : "
               MOVE SPACES TO WS-SAI-ARTICLE
               ACCEPT WS-SAI-ARTICLE
               IF WS-SAI-ARTICLE = SPACES
                   MOVE "F" TO WS-FIN
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-SAI-ARTICLE)
                       TO WS-SAI-ARTICLE
                   DISPLAY "Numero de commande : "
                   ACCEPT WS-SAI-COMMANDE
                   DISPLAY "Quantite facturee : "
                   ACCEPT WS-SAI-QTE
                   DISPLAY "Prix unitaire facture : "
                   ACCEPT WS-SAI-PRIX
                   PERFORM AJOUTER-LIGNE
                       THRU AJOUTER-LIGNE-FIN
               END-IF
           END-PERFORM.
           DISPLAY "Lignes ajoutees : " WS-NB-AJOUTEES
                   " (a rapprocher)".
       SAISIR-FACTURE-FIN.
           EXIT.

      *    Charge factures-import.txt ligne a ligne dans la table
       CHARGER-IMPORT.
           OPEN INPUT IMPORT-FICHIER.
           IF WS-IMPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir factures-import.txt "
                       "(statut " WS-IMPORT-STATUS ")"
               GO TO CHARGER-IMPORT-FIN
           END-IF.
           PERFORM UNTIL WS-IMPORT-STATUS NOT = "00"
               READ IMPORT-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(F-IMP-NUMERO)
                           TO WS-SAI-NUMERO
                       MOVE FUNCTION UPPER-CASE(F-IMP-FOURNISSEUR)
                           TO WS-SAI-FOURNISSEUR
                       MOVE F-IMP-DATE     TO WS-SAI-DATE
                       MOVE FUNCTION UPPER-CASE(F-IMP-ARTICLE)
                           TO WS-SAI-ARTICLE
                       MOVE F-IMP-COMMANDE TO WS-SAI-COMMANDE
                       MOVE F-IMP-QTE      TO WS-SAI-QTE
                       MOVE F-IMP-PRIX     TO WS-SAI-PRIX
                       PERFORM AJOUTER-LIGNE
                           THRU AJOUTER-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE IMPORT-FICHIER.
           DISPLAY "Lignes chargees : " WS-NB-AJOUTEES.
           DISPLAY "Lignes ignorees (deja presentes ou table "
                   "pleine) : " WS-NB-IGNOREES.
       CHARGER-IMPORT-FIN.
           EXIT.

      *    Ajoute la ligne saisie (WS-SAI-*) a la table, etat A ; une
      *    ligne deja presente (meme facture, fournisseur, commande
      *    et article) n'est pas chargee deux fois
       AJOUTER-LIGNE.
           MOVE "N" TO WS-DEJA-PRESENTE.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-FAC
               IF WS-FAC-NUMERO(WS-IDX-AUTRE) = WS-SAI-NUMERO
                  AND WS-FAC-FOURNISSEUR(WS-IDX-AUTRE)
                      = WS-SAI-FOURNISSEUR
                  AND WS-FAC-COMMANDE(WS-IDX-AUTRE) = WS-SAI-COMMANDE
                  AND WS-FAC-ARTICLE(WS-IDX-AUTRE) = WS-SAI-ARTICLE
                   MOVE "O" TO WS-DEJA-PRESENTE
               END-IF
           END-PERFORM.
           IF WS-DEJA-PRESENTE = "O"
               DISPLAY "** Ligne deja presente : " WS-SAI-NUMERO
                       " " WS-SAI-ARTICLE " **"
               ADD 1 TO WS-NB-IGNOREES
               GO TO AJOUTER-LIGNE-FIN
           END-IF.
           IF WS-NB-FAC NOT < WS-FAC-CAPACITE
               DISPLAY "** Table des factures pleine, ligne "
                       "ignoree : " WS-SAI-NUMERO " **"
               ADD 1 TO WS-NB-IGNOREES
               GO TO AJOUTER-LIGNE-FIN
           END-IF.
           ADD 1 TO WS-NB-FAC.
           MOVE WS-SAI-NUMERO      TO WS-FAC-NUMERO(WS-NB-FAC).
           MOVE WS-SAI-FOURNISSEUR TO WS-FAC-FOURNISSEUR(WS-NB-FAC).
           MOVE WS-SAI-DATE        TO WS-FAC-DATE(WS-NB-FAC).
           MOVE WS-SAI-COMMANDE    TO WS-FAC-COMMANDE(WS-NB-FAC).
           MOVE WS-SAI-ARTICLE     TO WS-FAC-ARTICLE(WS-NB-FAC).
           MOVE WS-SAI-QTE         TO WS-FAC-QTE(WS-NB-FAC).
           MOVE WS-SAI-PRIX        TO WS-FAC-PRIX(WS-NB-FAC).
           MOVE "A"                TO WS-FAC-ETAT(WS-NB-FAC).
           MOVE SPACES             TO WS-FAC-MOTIF(WS-NB-FAC).
           MOVE "A"                TO WS-FAC-ETAT-DEBUT(WS-NB-FAC).
           ADD 1 TO WS-NB-AJOUTEES.
       AJOUTER-LIGNE-FIN.
           EXIT.

      *    Rapproche toutes les lignes a rapprocher ou en litige ;
      *    les lignes deja bonnes a payer ne sont pas reprises. Une
      *    seule ligne en litige met toute sa facture en litige.
       RAPPROCHER-FACTURES.
           IF WS-NB-CDE = 0
               DISPLAY "Aucune commande dans commandes-ouvertes.txt :"
                       " rapprochement impossible"
               GO TO RAPPROCHER-FACTURES-FIN
           END-IF.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                       WS-INVENTAIRE-STATUS ")"
               GO TO RAPPROCHER-FACTURES-FIN
           END-IF.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-FAC) NOT = "B"
                   ADD 1 TO WS-NB-RAPPROCHEES
                   PERFORM RAPPROCHER-LIGNE
                       THRU RAPPROCHER-LIGNE-FIN
               END-IF
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.

      *    Une facture n'est payable que si toutes ses lignes le sont
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-FAC) = "B"
                  AND WS-FAC-ETAT-DEBUT(WS-IDX-FAC) NOT = "B"
                   PERFORM VERIFIER-FACTURE-ENTIERE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-FAC) = "L"
                   ADD 1 TO WS-NB-LITIGES
               END-IF
               IF WS-FAC-ETAT(WS-IDX-FAC) = "B"
                  AND WS-FAC-ETAT-DEBUT(WS-IDX-FAC) NOT = "B"
                   ADD 1 TO WS-NB-PAYABLES
               END-IF
           END-PERFORM.
           DISPLAY "Lignes rapprochees      : " WS-NB-RAPPROCHEES.
           DISPLAY "Lignes bonnes a payer   : " WS-NB-PAYABLES
                   " (voir factures-a-payer.txt)".
           DISPLAY "Lignes en litige        : " WS-NB-LITIGES
                   " (voir litiges-factures.txt)".
       RAPPROCHER-FACTURES-FIN.
           EXIT.

      *    Controles d'une ligne de facture, dans l'ordre : commande
      *    connue, fournisseur de la commande, article commande,
      *    quantite facturee recue, prix dans la tolerance
       RAPPROCHER-LIGNE.
           MOVE "B" TO WS-FAC-ETAT(WS-IDX-FAC).
           MOVE SPACES TO WS-FAC-MOTIF(WS-IDX-FAC).
           MOVE "N" TO WS-CDE-TROUVEE.
           MOVE "N" TO WS-FOURN-CONFORME.
           MOVE "N" TO WS-ARTICLE-TROUVE.
           MOVE 0 TO WS-QTE-RECUE-TOTALE.
           PERFORM VARYING WS-IDX-CDE FROM 1 BY 1
                   UNTIL WS-IDX-CDE > WS-NB-CDE
               IF WS-CDE-NUMERO(WS-IDX-CDE)
                       = WS-FAC-COMMANDE(WS-IDX-FAC)
                   MOVE "O" TO WS-CDE-TROUVEE
                   IF WS-CDE-FOURNISSEUR(WS-IDX-CDE)
                           = WS-FAC-FOURNISSEUR(WS-IDX-FAC)
                       MOVE "O" TO WS-FOURN-CONFORME
                   END-IF
                   IF WS-CDE-ARTICLE(WS-IDX-CDE)
                           = WS-FAC-ARTICLE(WS-IDX-FAC)
                       MOVE "O" TO WS-ARTICLE-TROUVE
                       ADD WS-CDE-QTE-RECUE(WS-IDX-CDE)
                           TO WS-QTE-RECUE-TOTALE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CDE-TROUVEE = "N"
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "COMMANDE INEXISTANTE" TO WS-FAC-MOTIF(WS-IDX-FAC)
               GO TO RAPPROCHER-LIGNE-FIN
           END-IF.
           IF WS-FOURN-CONFORME = "N"
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "FOURNISSEUR DIFFERENT" TO WS-FAC-MOTIF(WS-IDX-FAC)
               GO TO RAPPROCHER-LIGNE-FIN
           END-IF.
           IF WS-ARTICLE-TROUVE = "N"
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "ARTICLE NON COMMANDE" TO WS-FAC-MOTIF(WS-IDX-FAC)
               GO TO RAPPROCHER-LIGNE-FIN
           END-IF.

      *    Cumul facture pour la ligne de commande : lignes deja
      *    payables avant ce passage et lignes validees plus haut
           MOVE WS-FAC-QTE(WS-IDX-FAC) TO WS-QTE-FACTUREE-TOTALE.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-FAC
               IF WS-IDX-AUTRE NOT = WS-IDX-FAC
                  AND WS-FAC-ETAT(WS-IDX-AUTRE) = "B"
                  AND WS-FAC-COMMANDE(WS-IDX-AUTRE)
                      = WS-FAC-COMMANDE(WS-IDX-FAC)
                  AND WS-FAC-ARTICLE(WS-IDX-AUTRE)
                      = WS-FAC-ARTICLE(WS-IDX-FAC)
                  AND (WS-FAC-ETAT-DEBUT(WS-IDX-AUTRE) = "B"
                       OR WS-IDX-AUTRE < WS-IDX-FAC)
                   ADD WS-FAC-QTE(WS-IDX-AUTRE)
                       TO WS-QTE-FACTUREE-TOTALE
               END-IF
           END-PERFORM.
           IF WS-QTE-FACTUREE-TOTALE > WS-QTE-RECUE-TOTALE
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "QTE FACTUREE NON RECUE" TO WS-FAC-MOTIF(WS-IDX-FAC)
               GO TO RAPPROCHER-LIGNE-FIN
           END-IF.

           MOVE WS-FAC-ARTICLE(WS-IDX-FAC) TO F-NOM-ARTICLE.
           READ FICHIER-INVENTAIRE
               INVALID KEY
                   MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
                   MOVE "ARTICLE INCONNU" TO WS-FAC-MOTIF(WS-IDX-FAC)
           END-READ.
           IF WS-FAC-ETAT(WS-IDX-FAC) = "L"
               GO TO RAPPROCHER-LIGNE-FIN
           END-IF.
           PERFORM RETENIR-PRIX-ATTENDU.
           COMPUTE WS-ECART-PRIX = WS-FAC-PRIX(WS-IDX-FAC)
                   - WS-PRIX-ATTENDU.
           COMPUTE WS-ECART-PRIX-ABS = FUNCTION ABS(WS-ECART-PRIX).
           COMPUTE WS-ECART-ADMIS = WS-PRIX-ATTENDU * WS-TOLERANCE
                   / 100.
           IF WS-ECART-PRIX-ABS > WS-ECART-ADMIS
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "ECART DE PRIX" TO WS-FAC-MOTIF(WS-IDX-FAC)
           END-IF.
       RAPPROCHER-LIGNE-FIN.
           EXIT.

      *    Prix d'achat attendu de l'article lu : son cout d'achat
      *    moyen, ou son prix a defaut de cout
       RETENIR-PRIX-ATTENDU.
           MOVE F-PRIX-ARTICLE TO WS-PRIX-ATTENDU.
           IF F-COUT-ARTICLE IS NUMERIC
              AND F-COUT-ARTICLE > 0
               MOVE F-COUT-ARTICLE TO WS-PRIX-ATTENDU
           END-IF.

      *    La ligne WS-IDX-FAC vient d'etre validee : si une autre
      *    ligne de la meme facture est en litige, elle y passe aussi
       VERIFIER-FACTURE-ENTIERE.
           MOVE "N" TO WS-FACTURE-EN-LITIGE.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-FAC
               IF WS-FAC-NUMERO(WS-IDX-AUTRE)
                       = WS-FAC-NUMERO(WS-IDX-FAC)
                  AND WS-FAC-FOURNISSEUR(WS-IDX-AUTRE)
                      = WS-FAC-FOURNISSEUR(WS-IDX-FAC)
                  AND WS-FAC-ETAT(WS-IDX-AUTRE) = "L"
                  AND WS-FAC-MOTIF(WS-IDX-AUTRE)
                      NOT = "AUTRE LIGNE EN LITIGE"
                   MOVE "O" TO WS-FACTURE-EN-LITIGE
               END-IF
           END-PERFORM.
           IF WS-FACTURE-EN-LITIGE = "O"
               MOVE "L" TO WS-FAC-ETAT(WS-IDX-FAC)
               MOVE "AUTRE LIGNE EN LITIGE" TO WS-FAC-MOTIF(WS-IDX-FAC)
           END-IF.

      *    Reecrit factures-fournisseurs.txt depuis la table
       REECRIRE-FACTURES.
      *    Reecrire depuis une table incomplete detruirait les
      *    lignes non chargees : on laisse le fichier tel quel
           IF WS-TROP-FACTURES = "O"
               DISPLAY "** factures-fournisseurs.txt depasse la "
                       "capacite du programme : fichier laisse "
                       "intact **"
               GO TO REECRIRE-FACTURES-FIN
           END-IF.
           OPEN OUTPUT FACTURES-FICHIER.
           IF WS-FACTURES-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire "
                       "factures-fournisseurs.txt"
           ELSE
               PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                       UNTIL WS-IDX-FAC > WS-NB-FAC
                   MOVE WS-FAC-NUMERO(WS-IDX-FAC) TO F-FAC-NUMERO
                   MOVE WS-FAC-FOURNISSEUR(WS-IDX-FAC)
                       TO F-FAC-FOURNISSEUR
                   MOVE WS-FAC-DATE(WS-IDX-FAC) TO F-FAC-DATE
                   MOVE WS-FAC-COMMANDE(WS-IDX-FAC) TO F-FAC-COMMANDE
                   MOVE WS-FAC-ARTICLE(WS-IDX-FAC) TO F-FAC-ARTICLE
                   MOVE WS-FAC-QTE(WS-IDX-FAC) TO F-FAC-QTE
                   MOVE WS-FAC-PRIX(WS-IDX-FAC) TO F-FAC-PRIX
                   MOVE WS-FAC-ETAT(WS-IDX-FAC) TO F-FAC-ETAT
                   MOVE WS-FAC-MOTIF(WS-IDX-FAC) TO F-FAC-MOTIF
                   WRITE F-FACTURE
               END-PERFORM
               CLOSE FACTURES-FICHIER
           END-IF.
       REECRIRE-FACTURES-FIN.
           EXIT.

      *    Rapport des litiges groupe par fournisseur : un bloc par
      *    fournisseur (coordonnees du maitre) avec ses lignes en
      *    litige, a renvoyer tel quel au fournisseur
       ECRIRE-LITIGES.
           OPEN OUTPUT LITIGES-FICHIER.
           IF WS-LITIGES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire litiges-factures.txt"
               GO TO ECRIRE-LITIGES-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE-LITIGE.
           STRING "FACTURES EN LITIGE AU " DELIMITED BY SIZE
                  WS-DATE-SYS(7:2) "/" WS-DATE-SYS(5:2) "/"
                  WS-DATE-SYS(1:4) DELIMITED BY SIZE
               INTO WS-LIGNE-LITIGE.
           MOVE WS-LIGNE-LITIGE TO F-LIGNE-LITIGE.
           WRITE F-LIGNE-LITIGE.
           OPEN INPUT FICHIER-INVENTAIRE.

      *    Un fournisseur est traite a sa premiere ligne en litige ;
      *    les suivantes du meme fournisseur sont deja ecrites
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-FAC) = "L"
                   MOVE "N" TO WS-DEJA-PRESENTE
                   PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                           UNTIL WS-IDX-AUTRE NOT < WS-IDX-FAC
                       IF WS-FAC-ETAT(WS-IDX-AUTRE) = "L"
                          AND WS-FAC-FOURNISSEUR(WS-IDX-AUTRE)
                              = WS-FAC-FOURNISSEUR(WS-IDX-FAC)
                           MOVE "O" TO WS-DEJA-PRESENTE
                       END-IF
                   END-PERFORM
                   IF WS-DEJA-PRESENTE = "N"
                       PERFORM ECRIRE-BLOC-FOURNISSEUR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INVENTAIRE-STATUS = "00"
               CLOSE FICHIER-INVENTAIRE
           END-IF.
           CLOSE LITIGES-FICHIER.
       ECRIRE-LITIGES-FIN.
           EXIT.

      *    Bloc d'un fournisseur : entete puis toutes ses lignes en
      *    litige, avec recu/attendu en face du facture
       ECRIRE-BLOC-FOURNISSEUR.
           MOVE WS-FAC-FOURNISSEUR(WS-IDX-FAC) TO WS-CODE-CHERCHE.
           PERFORM TROUVER-MAITRE-FOURN.
           MOVE SPACES TO F-LIGNE-LITIGE.
           WRITE F-LIGNE-LITIGE.
           MOVE SPACES TO WS-LIGNE-LITIGE.
           IF WS-IDX-FMA-TROUVE = 0
               STRING "Fournisseur : " DELIMITED BY SIZE
                      WS-CODE-CHERCHE DELIMITED BY SIZE
                   INTO WS-LIGNE-LITIGE
           ELSE
               STRING "Fournisseur : " DELIMITED BY SIZE
                      WS-CODE-CHERCHE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FMA-NOM(WS-IDX-FMA-TROUVE) DELIMITED BY SIZE
                      " a l'attention de " DELIMITED BY SIZE
                      WS-FMA-CONTACT(WS-IDX-FMA-TROUVE)
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-LITIGE
           END-IF.
           MOVE WS-LIGNE-LITIGE TO F-LIGNE-LITIGE.
           WRITE F-LIGNE-LITIGE.
           MOVE "Facture     Cde    Article     Qte   Recu   Prix"
             & "   Attendu Motif" TO F-LIGNE-LITIGE.
           WRITE F-LIGNE-LITIGE.

           PERFORM VARYING WS-IDX-AUTRE FROM WS-IDX-FAC BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-AUTRE) = "L"
                  AND WS-FAC-FOURNISSEUR(WS-IDX-AUTRE)
                      = WS-CODE-CHERCHE
                   PERFORM ECRIRE-LIGNE-LITIGE
               END-IF
           END-PERFORM.

      *    Une ligne en litige (WS-IDX-AUTRE) : quantite recue sur la
      *    commande et prix de l'article relus pour l'information du
      *    fournisseur
       ECRIRE-LIGNE-LITIGE.
           MOVE 0 TO WS-QTE-RECUE-TOTALE.
           PERFORM VARYING WS-IDX-CDE FROM 1 BY 1
                   UNTIL WS-IDX-CDE > WS-NB-CDE
               IF WS-CDE-NUMERO(WS-IDX-CDE)
                       = WS-FAC-COMMANDE(WS-IDX-AUTRE)
                  AND WS-CDE-ARTICLE(WS-IDX-CDE)
                      = WS-FAC-ARTICLE(WS-IDX-AUTRE)
                   ADD WS-CDE-QTE-RECUE(WS-IDX-CDE)
                       TO WS-QTE-RECUE-TOTALE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PRIX-ATTENDU.
           IF WS-INVENTAIRE-STATUS = "00"
               MOVE WS-FAC-ARTICLE(WS-IDX-AUTRE) TO F-NOM-ARTICLE
               READ FICHIER-INVENTAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RETENIR-PRIX-ATTENDU
               END-READ
           END-IF.
           MOVE WS-FAC-QTE(WS-IDX-AUTRE) TO WS-QTE-AFF.
           MOVE WS-QTE-RECUE-TOTALE TO WS-RECU-AFF.
           MOVE WS-FAC-PRIX(WS-IDX-AUTRE) TO WS-PRIX-AFF.
           MOVE WS-PRIX-ATTENDU TO WS-ATTENDU-AFF.
           MOVE SPACES TO WS-LIGNE-LITIGE.
           STRING WS-FAC-NUMERO(WS-IDX-AUTRE) DELIMITED BY SIZE
                  WS-FAC-COMMANDE(WS-IDX-AUTRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FAC-ARTICLE(WS-IDX-AUTRE) DELIMITED BY SIZE
                  WS-QTE-AFF DELIMITED BY SIZE
                  WS-RECU-AFF DELIMITED BY SIZE
                  WS-PRIX-AFF DELIMITED BY SIZE
                  WS-ATTENDU-AFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FAC-MOTIF(WS-IDX-AUTRE) DELIMITED BY SIZE
               INTO WS-LIGNE-LITIGE.
           MOVE WS-LIGNE-LITIGE TO F-LIGNE-LITIGE.
           WRITE F-LIGNE-LITIGE.

      *    Liste des lignes devenues bonnes a payer a ce passage,
      *    avec le montant de chaque ligne
       ECRIRE-A-PAYER.
           OPEN OUTPUT PAYER-FICHIER.
           IF WS-PAYER-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire factures-a-payer.txt"
               GO TO ECRIRE-A-PAYER-FIN
           END-IF.
           MOVE "FACTURES BONNES A PAYER" TO F-LIGNE-PAYER.
           WRITE F-LIGNE-PAYER.
           MOVE SPACES TO WS-DERNIER-NUMERO.
           MOVE SPACES TO WS-DERNIER-FOURN.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FAC
               IF WS-FAC-ETAT(WS-IDX-FAC) = "B"
                  AND WS-FAC-ETAT-DEBUT(WS-IDX-FAC) NOT = "B"
                   COMPUTE WS-MONTANT = WS-FAC-QTE(WS-IDX-FAC)
                           * WS-FAC-PRIX(WS-IDX-FAC)
                   MOVE WS-MONTANT TO WS-MONTANT-AFF
                   MOVE SPACES TO WS-LIGNE-PAYER
                   STRING WS-FAC-FOURNISSEUR(WS-IDX-FAC)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-FAC-NUMERO(WS-IDX-FAC) DELIMITED BY SIZE
                          " cde " DELIMITED BY SIZE
                          WS-FAC-COMMANDE(WS-IDX-FAC)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-FAC-ARTICLE(WS-IDX-FAC) DELIMITED BY SIZE
                          WS-MONTANT-AFF DELIMITED BY SIZE
                       INTO WS-LIGNE-PAYER
                   MOVE WS-LIGNE-PAYER TO F-LIGNE-PAYER
                   WRITE F-LIGNE-PAYER
               END-IF
           END-PERFORM.
           CLOSE PAYER-FICHIER.
       ECRIRE-A-PAYER-FIN.
           EXIT.
