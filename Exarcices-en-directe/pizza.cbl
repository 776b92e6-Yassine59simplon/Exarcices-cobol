      *    Ticket de cuisine : la commande du groupe, a remettre a
      *    qui passera la commande de pizzas (ecrase a chaque
      *    commande, comme avant)
      *    Les totaux de controle d'inventaire.dat (TotauxMaitre) sont
      *    verifies au lancement ; un ecart est signale et alerte le
      *    superviseur sans bloquer le travail.
           SELECT COMMANDES-FICHIER ASSIGN TO "commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMANDES-STATUS.

      *    Carte des prix entretenue par MAINT-PRIX ; ajouter la
      *    "Vegetariana" ne demande plus ni developpeur ni
      *    recompilation ; elle porte aussi les allergenes de chaque
      *    type, confrontes a la saisie aux restrictions alimentaires
      *    du convive (sous-programme partage Allergenes)
           SELECT PRIX-FICHIER ASSIGN TO "prix-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIX-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

      *    Regles de promotion entretenues par MAINT-PROMO,
      *    Profils des convives : la commande habituelle de chaque
      *    nom connu, construite au depart depuis l'historique et
      *    mise a jour a chaque commande ; la saisie du groupe passe
      *    de quinze minutes a deux ; le profil retient aussi les
      *    restrictions alimentaires du convive
           SELECT PROFILS-FICHIER ASSIGN TO "profils-convives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILS-STATUS.

      *    Soirees preparees par SOIREES : la saisie part des convives
      *    confirmes de la soiree du jour, qui est ensuite marquee
      *    tenue ; les ingredients reserves pour elle par GERE-RESERV
      *    sont alors liberes (CONSO-PIZZA sortira la consommation)
           SELECT SOIREES-FICHIER ASSIGN TO "soirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOIREES-STATUS.

           SELECT RESERVATIONS-FICHIER ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMANDES-FICHIER.
           05 F-PIZZA2           PIC A(10).
      *    Part du convive dans le montant total de la commande
           05 F-MONTANT          PIC 9(3)V99.
      *    Allergenes confirmes malgre les restrictions du convive,
      *    en clair pour la cuisine
           05 F-ALERTE           PIC X(80).

      *    Meme decoupage que F-LIGNE-HISTORIQUE dans
      *    rapport-commandes.cbl ; type E = entete de commande,
           05 F-H-PIZZA2         PIC X(10).

       FD  PRODUCTION-FICHIER.
       01  F-LIGNE-PRODUCTION    PIC X(80).

      *    Meme decoupage que F-PRIX-PIZZA dans maint-prix-pizzas.cbl
       FD  PRIX-FICHIER.
           05 F-PP-TYPE          PIC X(10).
           05 F-PP-PRIX          PIC 99V99.
           05 F-PP-ACTIF         PIC X.
           05 F-PP-ALLERGENES    PIC X(08).

      *    Meme decoupage que F-RECETTE dans conso-pizzas.cbl
       FD  RECETTES-FICHIER.
           05 F-FOURN-ARTICLE    PIC X(10).
           05 F-PAR-ARTICLE      PIC 9(03).
           05 F-RAYON-ARTICLE    PIC 9(05).
           05 F-COUT-ARTICLE     PIC 9(04)V99.

      *    Meme decoupage que F-PROMOTION dans maint-promotions.cbl
       FD  PROMOTIONS-FICHIER.
           05 F-PRO-NOM          PIC X(20).
           05 F-PRO-PIZZA1       PIC X(10).
           05 F-PRO-PIZZA2       PIC X(10).
      *    Codes a eviter, a leur position (voir Allergenes.cbl)
           05 F-PRO-RESTRICTIONS PIC X(08).

      *    Meme decoupage que F-SOIREE / F-INVITE dans
      *    soirees-pizza.cbl, recopie ligne a ligne
       FD  SOIREES-FICHIER.
       01  F-LIGNE-SOIREE        PIC X(51).

      *    Meme decoupage que F-RESERVATION dans gere-reservations.cbl
       FD  RESERVATIONS-FICHIER.
       01  F-RESERVATION.
           05 F-RSV-ARTICLE      PIC X(10).
           05 F-RSV-QTE          PIC 9(05).
           05 F-RSV-BENEFICIAIRE PIC X(20).
           05 F-RSV-ECHEANCE     PIC 9(08).

       WORKING-STORAGE SECTION.
      *le tableau qui contiendra les noms des convives, ainsi que les pizzas commandés par les convives
             10 WS-PIZZA2         PIC A(10).
      *        la part de ce convive dans le montant total
             10 WS-MONTANT-CONVIVE PIC 9(3)V99.
      *        ce qu'il ne doit pas manger, et les allergenes de
      *        chaque pizza maintenue malgre tout apres avertissement
             10 WS-RESTRICT       PIC X(08).
             10 WS-CONFLIT1       PIC X(08).
             10 WS-CONFLIT2       PIC X(08).
      *un index pour parcourir le tableau
       77 WS-IDX1                PIC 99.
      *un second index pour rechercher les doublons de nom
       01 WS-AGG-LIGNE-TOTAL     PIC 9(5)V99.
       01 WS-AGG-GRAND-TOTAL     PIC 9(5)V99 VALUE 0.
       01 WS-AGG-TOTAL-AFF       PIC ZZZZ9.99.
       01 WS-LIGNE-PRODUCTION    PIC X(80).
      *numero de cette commande dans l'historique (plus grand numero
      *deja attribue, plus un)
       01 WS-NUMERO-COMMANDE      PIC 9(04) VALUE 0.
       01 WS-PRIX-INIT.
          05 FILLER              PIC X(10) VALUE "Margherita".
          05 FILLER              PIC 99V99 VALUE 8.50.
          05 FILLER              PIC X(08) VALUE "GL".
          05 FILLER              PIC X(10) VALUE "Regina".
          05 FILLER              PIC 99V99 VALUE 10.00.
          05 FILLER              PIC X(08) VALUE "GL    VK".
          05 FILLER              PIC X(10) VALUE "Calzone".
          05 FILLER              PIC 99V99 VALUE 9.50.
          05 FILLER              PIC X(08) VALUE "GLO   VK".
          05 FILLER              PIC X(10) VALUE "Funghi".
          05 FILLER              PIC 99V99 VALUE 9.00.
          05 FILLER              PIC X(08) VALUE "GL".
          05 FILLER              PIC X(10) VALUE "4Fromages".
          05 FILLER              PIC 99V99 VALUE 11.00.
          05 FILLER              PIC X(08) VALUE "GL".
       01 WS-PRIX-DEFAUTS REDEFINES WS-PRIX-INIT.
          05 WS-PRIX-DEF-ENTREE OCCURS 5 TIMES.
             10 WS-PRIX-DEF-TYPE PIC X(10).
             10 WS-PRIX-DEF-VAL  PIC 99V99.
             10 WS-PRIX-DEF-ALLERG PIC X(08).
      *    Table des prix effective, chargee depuis prix-pizzas.txt
      *    au demarrage (ou depuis la carte de secours ci-dessus)
       01 WS-TABLE-PRIX.
          05 WS-PRIX-ENTREE OCCURS 20 TIMES.
             10 WS-PRIX-TYPE     PIC X(10).
             10 WS-PRIX-VAL      PIC 99V99.
             10 WS-PRIX-ALLERG   PIC X(08).
       01 WS-NB-PRIX             PIC 99 VALUE 0.
       01 WS-PRIX-STATUS         PIC XX.
      *    Prix applique quand le type commande n'est pas dans la
             10 WS-PRO-NOM       PIC X(20).
             10 WS-PRO-PIZZA1    PIC X(10).
             10 WS-PRO-PIZZA2    PIC X(10).
             10 WS-PRO-RESTRICT  PIC X(08).
       01 WS-NB-PRO              PIC 99 VALUE 0.
       01 WS-IDX-PRO             PIC 99 VALUE 1.
       01 WS-IDX-PRO-TROUVE      PIC 99 VALUE 0.
       01 WS-CHOIX-HABITUEL      PIC X.
       01 WS-PROFILS-MODIFIES    PIC X VALUE "N".

      *    Allergenes : pizza en cours de controle pour le convive
      *    WS-IDX1, ses allergenes, le conflit avec les restrictions
      *    ("?" partout quand la pizza n'est pas a la carte) et la
      *    ligne d'alerte des tickets
       01 WS-PIZZA-SAISIE        PIC A(10).
       01 WS-ALLERG-PIZZA        PIC X(08).
       01 WS-CONFLIT-PIZZA       PIC X(08).
       01 WS-CONFIRMATION        PIC X.
       01 WS-ALERTE              PIC X(80).
       01 WS-ALERTE-PTR          PIC 99.
       01 WS-AL-ACTION           PIC X.
       01 WS-AL-CODES1           PIC X(08).
       01 WS-AL-CODES2           PIC X(08).
       01 WS-AL-RESULTAT         PIC X(08).
       01 WS-AL-LIBELLE          PIC X(80).
       01 WS-AL-VALIDE           PIC X.
       01 WS-NB-ALERTES-TYPE     PIC 99.

      *    Soiree du jour : lignes de soirees.txt gardees pour la
      *    reecriture, ligne S retenue et convives precharges
       01 WS-SOIREES-STATUS      PIC XX.
       01 WS-TABLE-LIGNES-SOIREES.
          05 WS-LSO OCCURS 400 TIMES PIC X(51).
       01 WS-NB-LSO              PIC 9(03) VALUE 0.
       01 WS-IDX-LSO             PIC 9(03) VALUE 1.
       01 WS-LSO-SOIREE          PIC 9(03) VALUE 0.
       01 WS-TROP-LSO            PIC X VALUE "N".
       01 WS-NB-PRECHARGES       PIC 99 VALUE 0.
       01 WS-CHOIX-SOIREE        PIC X.
       01 WS-SOIREE-LUE.
          05 WS-SL-TYPE          PIC X.
          05 WS-SL-NUMERO        PIC 9(04).
          05 WS-SL-DATE          PIC 9(08).
          05 WS-SL-ORGANISATEUR  PIC X(20).
          05 WS-SL-BUDGET        PIC 9(5)V99.
          05 WS-SL-ETAT          PIC X.
          05 WS-SL-COMMANDE      PIC 9(04).
          05 FILLER              PIC X(06).
       01 WS-INVITE-LU REDEFINES WS-SOIREE-LUE.
          05 WS-IL-TYPE          PIC X.
          05 WS-IL-SOIREE        PIC 9(04).
          05 WS-IL-NOM           PIC X(20).
          05 WS-IL-PERSONNE      PIC 9(05).
          05 WS-IL-REPONSE       PIC X.
          05 WS-IL-PIZZA1        PIC X(10).
          05 WS-IL-PIZZA2        PIC X(10).
       01 WS-SOIREE-NUMERO       PIC 9(04) VALUE 0.
      *    Reservations posees pour la soiree (beneficiaire
      *    "SOIREE nnnn"), liberees quand elle est tenue
       01 WS-RESERVATIONS-STATUS PIC XX.
       01 WS-TABLE-RSV.
          05 WS-RSV OCCURS 100 TIMES PIC X(43).
       01 WS-NB-RSV              PIC 9(03) VALUE 0.
       01 WS-IDX-RSV             PIC 9(03) VALUE 1.
       01 WS-TROP-RSV            PIC X VALUE "N".
       01 WS-NB-RSV-LIBEREES     PIC 9(03) VALUE 0.
       01 WS-BENEF-SOIREE        PIC X(20).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE "PIZZA" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM CHARGER-PRIX.
       PERFORM CHARGER-PROFILS.

       DISPLAY 'FAITE VOTRE COMMANDE'.
      *on récupère les noms des convives et les pizza qu'ils souhaitent
      *la soiree du jour preparee dans SOIREES donne les premiers
      *convives, les autres sont saisis a la suite
       PERFORM PRECHARGER-SOIREE THRU PRECHARGER-SOIREE-FIN.
       COMPUTE WS-IDX1 = WS-NB-PRECHARGES + 1.
       PERFORM UNTIL WS-IDX1 > 50
           DISPLAY 'Sasir Nom du convive (FIN pour terminer): '
               WITH NO ADVANCING
                       ': ' WITH NO ADVANCING
                   ACCEPT WS-PIZZA2(WS-IDX1)
               END-IF
      *        Une pizza contraire aux restrictions du convive doit
      *        etre confirmee, sinon remplacee
               PERFORM CONTROLER-ALLERGENES
               ADD 1 TO WS-IDX1
           END-IF
       END-PERFORM.

      *les promotions du jour s'appliquent d'office et la remise est
      *repartie sur la part de chacun
       PERFORM APPLIQUER-PROMOTIONS THRU APPLIQUER-PROMOTIONS-FIN.
       IF WS-REMISE-TOTALE > 0
           DISPLAY "Remise appliquee : " WS-REMISE-TOTALE
           DISPLAY "Net a payer      : " WS-MONTANT-NET
      *controle d'avant commande : le stock couvre-t-il la commande
      *du groupe ? (simple avertissement, la commande part quand
      *meme ; CONSO-PIZZA comptabilisera la consommation apres coup)
       PERFORM CONTROLER-STOCK THRU CONTROLER-STOCK-FIN.

      *la commande rejoint l'historique permanent avant le ticket
      *de cuisine
       PERFORM HISTORISER-COMMANDE.

      *la soiree preparee est marquee tenue sous ce numero de commande
       PERFORM CLORE-SOIREE THRU CLORE-SOIREE-FIN.

      *les habitudes de chacun sont retenues pour la prochaine fois
       PERFORM METTRE-A-JOUR-PROFILS.

               MOVE WS-PIZZA1(WS-IDX1) TO F-PIZZA1
               MOVE WS-PIZZA2(WS-IDX1) TO F-PIZZA2
               MOVE WS-MONTANT-CONVIVE(WS-IDX1) TO F-MONTANT
               PERFORM PREPARER-ALERTE
               MOVE WS-ALERTE TO F-ALERTE
               WRITE F-COMMANDE
           END-PERFORM
           CLOSE COMMANDES-FICHIER
                       INTO WS-LIGNE-PRODUCTION
                   MOVE WS-LIGNE-PRODUCTION TO F-LIGNE-PRODUCTION
                   WRITE F-LIGNE-PRODUCTION
                   PERFORM ECRIRE-ALERTES-TYPE
               END-PERFORM
               MOVE WS-AGG-GRAND-TOTAL TO WS-AGG-TOTAL-AFF
               MOVE SPACES TO WS-LIGNE-PRODUCTION
                                   TO WS-PRO-PIZZA1(WS-NB-PRO)
                               MOVE F-PRO-PIZZA2
                                   TO WS-PRO-PIZZA2(WS-NB-PRO)
                               MOVE F-PRO-RESTRICTIONS
                                   TO WS-PRO-RESTRICT(WS-NB-PRO)
                           END-IF
                   END-READ
               END-PERFORM
                   ADD 1 TO WS-NB-PRO
                   MOVE WS-NB-PRO TO WS-IDX-PRO-TROUVE
                   MOVE F-H-NOM TO WS-PRO-NOM(WS-IDX-PRO-TROUVE)
                   MOVE SPACES TO WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
               END-IF
           END-IF.
           IF WS-IDX-PRO-TROUVE NOT = 0
                   MOVE WS-IDX-PRO TO WS-IDX-PRO-TROUVE
               END-IF
           END-PERFORM.
      *    Un nouveau convive donne ses restrictions alimentaires ;
      *    un convive connu les voit rappelees et peut les changer (R)
           IF WS-IDX-PRO-TROUVE = 0
               PERFORM SAISIR-RESTRICTIONS
           ELSE
               MOVE WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
                   TO WS-RESTRICT(WS-IDX1)
               IF WS-RESTRICT(WS-IDX1) NOT = SPACES
                   MOVE "L" TO WS-AL-ACTION
                   MOVE WS-RESTRICT(WS-IDX1) TO WS-AL-CODES1
                   PERFORM APPELER-ALLERGENES
                   DISPLAY "Restrictions : "
                           FUNCTION TRIM(WS-AL-LIBELLE)
               END-IF
               MOVE "R" TO WS-CHOIX-HABITUEL
           END-IF.
           PERFORM UNTIL WS-CHOIX-HABITUEL NOT = "R"
               DISPLAY "Commande habituelle : "
                       WS-PRO-PIZZA1(WS-IDX-PRO-TROUVE) " + "
                       WS-PRO-PIZZA2(WS-IDX-PRO-TROUVE)
                       " ; la reprendre ? (O/N, R restrictions) : "
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX-HABITUEL
               MOVE FUNCTION UPPER-CASE(WS-CHOIX-HABITUEL)
                   TO WS-CHOIX-HABITUEL
               IF WS-CHOIX-HABITUEL = "R"
                   PERFORM SAISIR-RESTRICTIONS
               END-IF
           END-PERFORM.
           IF WS-IDX-PRO-TROUVE NOT = 0
               IF WS-CHOIX-HABITUEL = "O"
                   MOVE WS-PRO-PIZZA1(WS-IDX-PRO-TROUVE)
                       TO WS-PIZZA1(WS-IDX1)
                       MOVE WS-NB-PRO TO WS-IDX-PRO-TROUVE
                       MOVE WS-NAME(WS-IDX1)
                           TO WS-PRO-NOM(WS-IDX-PRO-TROUVE)
                       MOVE SPACES
                           TO WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
                   END-IF
               END-IF
               IF WS-IDX-PRO-TROUVE NOT = 0
                           NOT = WS-PIZZA1(WS-IDX1)
                      OR WS-PRO-PIZZA2(WS-IDX-PRO-TROUVE)
                           NOT = WS-PIZZA2(WS-IDX1)
                      OR WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
                           NOT = WS-RESTRICT(WS-IDX1)
                       MOVE WS-RESTRICT(WS-IDX1)
                           TO WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
                       MOVE WS-PIZZA1(WS-IDX1)
                           TO WS-PRO-PIZZA1(WS-IDX-PRO-TROUVE)
                       MOVE WS-PIZZA2(WS-IDX1)
                           TO F-PRO-PIZZA1
                       MOVE WS-PRO-PIZZA2(WS-IDX-PRO)
                           TO F-PRO-PIZZA2
                       MOVE WS-PRO-RESTRICT(WS-IDX-PRO)
                           TO F-PRO-RESTRICTIONS
                       WRITE F-PROFIL
                   END-PERFORM
                   CLOSE PROFILS-FICHIER
                                   TO WS-PRIX-TYPE(WS-NB-PRIX)
                               MOVE F-PP-PRIX
                                   TO WS-PRIX-VAL(WS-NB-PRIX)
                               MOVE F-PP-ALLERGENES
                                   TO WS-PRIX-ALLERG(WS-NB-PRIX)
                           END-IF
                   END-READ
               END-PERFORM
                       TO WS-PRIX-TYPE(WS-PRIX-IDX)
                   MOVE WS-PRIX-DEF-VAL(WS-PRIX-IDX)
                       TO WS-PRIX-VAL(WS-PRIX-IDX)
                   MOVE WS-PRIX-DEF-ALLERG(WS-PRIX-IDX)
                       TO WS-PRIX-ALLERG(WS-PRIX-IDX)
               END-PERFORM
               MOVE 5 TO WS-NB-PRIX
           END-IF.
                           "defaut " WS-PRIX-DEFAUT " **"
               END-IF
           END-IF.

      *    Restrictions alimentaires du convive WS-IDX1, saisies en
      *    codes (ex. CA pour fruits a coque et arachide)
       SAISIR-RESTRICTIONS.
           DISPLAY "Restrictions alimentaires (G gluten, L lait, "
                   "O oeuf, C fruits a coque, A arachide,".
           DISPLAY "  P poisson, V viande, K porc ; vide si aucune)"
                   " : " WITH NO ADVANCING.
           MOVE "N" TO WS-AL-VALIDE.
           PERFORM UNTIL WS-AL-VALIDE = "O"
               ACCEPT WS-AL-CODES1
               MOVE "N" TO WS-AL-ACTION
               PERFORM APPELER-ALLERGENES
               IF WS-AL-VALIDE NOT = "O"
                   DISPLAY "Code inconnu, recommencer : "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.
           MOVE WS-AL-RESULTAT TO WS-RESTRICT(WS-IDX1).

       APPELER-ALLERGENES.
           CALL "Allergenes" USING WS-AL-ACTION WS-AL-CODES1
                WS-AL-CODES2 WS-AL-RESULTAT WS-AL-LIBELLE
                WS-AL-VALIDE.

      *    Controle des deux pizzas du convive WS-IDX1 contre ses
      *    restrictions ; le conflit confirme est garde pour les
      *    tickets
       CONTROLER-ALLERGENES.
           MOVE SPACES TO WS-CONFLIT1(WS-IDX1).
           MOVE SPACES TO WS-CONFLIT2(WS-IDX1).
           IF WS-RESTRICT(WS-IDX1) NOT = SPACES
               MOVE WS-PIZZA1(WS-IDX1) TO WS-PIZZA-SAISIE
               PERFORM VERIFIER-PIZZA THRU VERIFIER-PIZZA-FIN
               MOVE WS-PIZZA-SAISIE TO WS-PIZZA1(WS-IDX1)
               MOVE WS-CONFLIT-PIZZA TO WS-CONFLIT1(WS-IDX1)
               MOVE WS-PIZZA2(WS-IDX1) TO WS-PIZZA-SAISIE
               PERFORM VERIFIER-PIZZA THRU VERIFIER-PIZZA-FIN
               MOVE WS-PIZZA-SAISIE TO WS-PIZZA2(WS-IDX1)
               MOVE WS-CONFLIT-PIZZA TO WS-CONFLIT2(WS-IDX1)
           END-IF.

      *    Avertit quand WS-PIZZA-SAISIE contient un allergene exclu
      *    (ou n'est pas a la carte, allergenes inconnus) ; sans
      *    confirmation une autre pizza est demandee et controlee
       VERIFIER-PIZZA.
           MOVE SPACES TO WS-CONFLIT-PIZZA.
           IF WS-PIZZA-SAISIE = SPACES
               GO TO VERIFIER-PIZZA-FIN
           END-IF.
           MOVE WS-PIZZA-SAISIE TO WS-PRIX-TYPE-RECH.
           PERFORM RECHERCHER-ALLERGENES.
           IF WS-PRIX-TROUVE = "N"
               MOVE ALL "?" TO WS-CONFLIT-PIZZA
               DISPLAY "** ATTENTION : " WS-PIZZA-SAISIE
                       " n'est pas a la carte, allergenes inconnus **"
           ELSE
               MOVE "X" TO WS-AL-ACTION
               MOVE WS-ALLERG-PIZZA TO WS-AL-CODES1
               MOVE WS-RESTRICT(WS-IDX1) TO WS-AL-CODES2
               PERFORM APPELER-ALLERGENES
               IF WS-AL-VALIDE NOT = "O"
                   GO TO VERIFIER-PIZZA-FIN
               END-IF
               MOVE WS-AL-RESULTAT TO WS-CONFLIT-PIZZA
               PERFORM LIBELLER-CONFLIT
               DISPLAY "** ATTENTION : " WS-PIZZA-SAISIE " contient "
                       FUNCTION TRIM(WS-AL-LIBELLE) " **"
           END-IF.
           DISPLAY "Confirmer cette pizza pour " WS-NAME(WS-IDX1)
                   " ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMATION)
               TO WS-CONFIRMATION.
           IF WS-CONFIRMATION = "O"
               GO TO VERIFIER-PIZZA-FIN
           END-IF.
           DISPLAY "Autre pizza pour " WS-NAME(WS-IDX1) ": "
               WITH NO ADVANCING.
           ACCEPT WS-PIZZA-SAISIE.
           GO TO VERIFIER-PIZZA.
       VERIFIER-PIZZA-FIN.
           EXIT.

      *    Allergenes de WS-PRIX-TYPE-RECH dans la table des prix,
      *    sans le message de RECHERCHER-PRIX
       RECHERCHER-ALLERGENES.
           MOVE SPACES TO WS-ALLERG-PIZZA.
           MOVE "N" TO WS-PRIX-TROUVE.
           PERFORM VARYING WS-PRIX-IDX FROM 1 BY 1
                   UNTIL WS-PRIX-IDX > WS-NB-PRIX
                   OR WS-PRIX-TROUVE = "O"
               IF WS-PRIX-TYPE-RECH = WS-PRIX-TYPE(WS-PRIX-IDX)
                   MOVE WS-PRIX-ALLERG(WS-PRIX-IDX)
                       TO WS-ALLERG-PIZZA
                   MOVE "O" TO WS-PRIX-TROUVE
               END-IF
           END-PERFORM.

      *    Libelle en clair de WS-CONFLIT-PIZZA dans WS-AL-LIBELLE
       LIBELLER-CONFLIT.
           IF WS-CONFLIT-PIZZA = ALL "?"
               MOVE "allergenes inconnus" TO WS-AL-LIBELLE
           ELSE
               MOVE "L" TO WS-AL-ACTION
               MOVE WS-CONFLIT-PIZZA TO WS-AL-CODES1
               PERFORM APPELER-ALLERGENES
           END-IF.

      *    Ligne d'alerte du ticket de cuisine pour le convive
      *    WS-IDX1 : chaque pizza maintenue malgre ses restrictions
       PREPARER-ALERTE.
           MOVE SPACES TO WS-ALERTE.
           MOVE 1 TO WS-ALERTE-PTR.
           IF WS-CONFLIT1(WS-IDX1) NOT = SPACES
               MOVE WS-PIZZA1(WS-IDX1) TO WS-PIZZA-SAISIE
               MOVE WS-CONFLIT1(WS-IDX1) TO WS-CONFLIT-PIZZA
               PERFORM AJOUTER-ALERTE
           END-IF.
           IF WS-CONFLIT2(WS-IDX1) NOT = SPACES
              AND WS-PIZZA2(WS-IDX1) NOT = WS-PIZZA1(WS-IDX1)
               MOVE WS-PIZZA2(WS-IDX1) TO WS-PIZZA-SAISIE
               MOVE WS-CONFLIT2(WS-IDX1) TO WS-CONFLIT-PIZZA
               PERFORM AJOUTER-ALERTE
           END-IF.

       AJOUTER-ALERTE.
           PERFORM LIBELLER-CONFLIT.
           IF WS-ALERTE-PTR > 1
               STRING " ; " DELIMITED BY SIZE
                   INTO WS-ALERTE WITH POINTER WS-ALERTE-PTR
           END-IF.
           STRING "ATTENTION " DELIMITED BY SIZE
                  WS-PIZZA-SAISIE DELIMITED BY SPACE
                  " : " DELIMITED BY SIZE
                  WS-AL-LIBELLE DELIMITED BY "  "
               INTO WS-ALERTE WITH POINTER WS-ALERTE-PTR.

      *    Sous la ligne d'un type du ticket de production, une ligne
      *    par convive qui l'a maintenu malgre ses restrictions
       ECRIRE-ALERTES-TYPE.
           PERFORM VARYING WS-IDX1 FROM 1 BY 1
                   UNTIL WS-IDX1 > WS-NB-INV
               MOVE SPACES TO WS-CONFLIT-PIZZA
               IF WS-PIZZA1(WS-IDX1) = WS-AGG-TYPE(WS-IDX-AGG)
                   MOVE WS-CONFLIT1(WS-IDX1) TO WS-CONFLIT-PIZZA
               END-IF
               IF WS-PIZZA2(WS-IDX1) = WS-AGG-TYPE(WS-IDX-AGG)
                  AND WS-CONFLIT-PIZZA = SPACES
                   MOVE WS-CONFLIT2(WS-IDX1) TO WS-CONFLIT-PIZZA
               END-IF
               IF WS-CONFLIT-PIZZA NOT = SPACES
                   PERFORM LIBELLER-CONFLIT
                   MOVE SPACES TO WS-LIGNE-PRODUCTION
                   STRING "  ! ATTENTION " DELIMITED BY SIZE
                          WS-NAME(WS-IDX1) DELIMITED BY "  "
                          " : " DELIMITED BY SIZE
                          WS-AL-LIBELLE DELIMITED BY "  "
                       INTO WS-LIGNE-PRODUCTION
                   MOVE WS-LIGNE-PRODUCTION TO F-LIGNE-PRODUCTION
                   WRITE F-LIGNE-PRODUCTION
               END-IF
           END-PERFORM.

      *    Cherche une soiree ouverte a la date du jour dans
      *    soirees.txt et, sur confirmation, precharge ses convives
      *    confirmes (reponse O) avec leurs pizzas prevues
       PRECHARGER-SOIREE.
           MOVE 0 TO WS-NB-PRECHARGES.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           OPEN INPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS NOT = "00"
               GO TO PRECHARGER-SOIREE-FIN
           END-IF.
           PERFORM UNTIL WS-SOIREES-STATUS NOT = "00"
               READ SOIREES-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-LSO < 400
                           ADD 1 TO WS-NB-LSO
                           MOVE F-LIGNE-SOIREE TO WS-LSO(WS-NB-LSO)
                           MOVE F-LIGNE-SOIREE TO WS-SOIREE-LUE
                           IF WS-SL-TYPE = "S"
                              AND WS-SL-DATE = WS-DATE-SYS
                              AND WS-SL-ETAT = "O"
                              AND WS-LSO-SOIREE = 0
                               MOVE WS-NB-LSO TO WS-LSO-SOIREE
                           END-IF
                       ELSE
                           MOVE "O" TO WS-TROP-LSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOIREES-FICHIER.
           IF WS-LSO-SOIREE = 0
               GO TO PRECHARGER-SOIREE-FIN
           END-IF.
           MOVE WS-LSO(WS-LSO-SOIREE) TO WS-SOIREE-LUE.
           MOVE WS-SL-NUMERO TO WS-SOIREE-NUMERO.
           DISPLAY "Soiree " WS-SL-NUMERO " du jour, organisee par "
                   FUNCTION TRIM(WS-SL-ORGANISATEUR)
                   " ; partir de ses convives confirmes ? (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX-SOIREE.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-SOIREE)
               TO WS-CHOIX-SOIREE.
           IF WS-CHOIX-SOIREE NOT = "O"
               MOVE 0 TO WS-LSO-SOIREE
               GO TO PRECHARGER-SOIREE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-LSO FROM 1 BY 1
                   UNTIL WS-IDX-LSO > WS-NB-LSO
               MOVE WS-LSO(WS-IDX-LSO) TO WS-INVITE-LU
               IF WS-IL-TYPE = "I"
                  AND WS-IL-SOIREE = WS-SOIREE-NUMERO
                  AND WS-IL-REPONSE = "O"
                  AND WS-NB-PRECHARGES < 50
                   PERFORM PRECHARGER-CONVIVE
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-PRECHARGES " convive(s) repris de la soiree.".
       PRECHARGER-SOIREE-FIN.
           EXIT.

      *    Un convive confirme : ses pizzas prevues sont gardees ou
      *    ressaisies, ses restrictions viennent de son profil (ou
      *    lui sont demandees) et le controle des allergenes suit
       PRECHARGER-CONVIVE.
           ADD 1 TO WS-NB-PRECHARGES.
           MOVE WS-NB-PRECHARGES TO WS-IDX1.
           MOVE WS-IL-NOM TO WS-NAME(WS-IDX1).
           MOVE WS-IL-PIZZA1 TO WS-PIZZA1(WS-IDX1).
           MOVE WS-IL-PIZZA2 TO WS-PIZZA2(WS-IDX1).
           DISPLAY "Convive " WS-NAME(WS-IDX1) " : pizzas prevues "
                   WS-PIZZA1(WS-IDX1) " + " WS-PIZZA2(WS-IDX1)
                   " ; les garder ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX-HABITUEL.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-HABITUEL)
               TO WS-CHOIX-HABITUEL.
           IF WS-CHOIX-HABITUEL NOT = "O"
               DISPLAY 'Sasir pizza pour ' WS-NAME(WS-IDX1) ': '
                   WITH NO ADVANCING
               ACCEPT WS-PIZZA1(WS-IDX1)
               DISPLAY 'Saisir pizza pour ' WS-NAME(WS-IDX1)
                   ': ' WITH NO ADVANCING
               ACCEPT WS-PIZZA2(WS-IDX1)
           END-IF.
           MOVE 0 TO WS-IDX-PRO-TROUVE.
           PERFORM VARYING WS-IDX-PRO FROM 1 BY 1
                   UNTIL WS-IDX-PRO > WS-NB-PRO
                   OR WS-IDX-PRO-TROUVE NOT = 0
               IF WS-PRO-NOM(WS-IDX-PRO) = WS-NAME(WS-IDX1)
                   MOVE WS-IDX-PRO TO WS-IDX-PRO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-PRO-TROUVE = 0
               PERFORM SAISIR-RESTRICTIONS
           ELSE
               MOVE WS-PRO-RESTRICT(WS-IDX-PRO-TROUVE)
                   TO WS-RESTRICT(WS-IDX1)
           END-IF.
           PERFORM CONTROLER-ALLERGENES.

      *    Marque la soiree retenue tenue sous le numero de commande,
      *    reecrit soirees.txt et libere ses reservations
       CLORE-SOIREE.
           IF WS-LSO-SOIREE = 0
               GO TO CLORE-SOIREE-FIN
           END-IF.
           IF WS-TROP-LSO = "O"
               DISPLAY "** soirees.txt depasse 400 lignes : soiree "
                       WS-SOIREE-NUMERO " non marquee tenue **"
               GO TO CLORE-SOIREE-FIN
           END-IF.
           MOVE WS-LSO(WS-LSO-SOIREE) TO WS-SOIREE-LUE.
           MOVE "T" TO WS-SL-ETAT.
           MOVE WS-NUMERO-COMMANDE TO WS-SL-COMMANDE.
           MOVE WS-SOIREE-LUE TO WS-LSO(WS-LSO-SOIREE).
           OPEN OUTPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire soirees.txt"
               GO TO CLORE-SOIREE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-LSO FROM 1 BY 1
                   UNTIL WS-IDX-LSO > WS-NB-LSO
               MOVE WS-LSO(WS-IDX-LSO) TO F-LIGNE-SOIREE
               WRITE F-LIGNE-SOIREE
           END-PERFORM.
           CLOSE SOIREES-FICHIER.
           DISPLAY "Soiree " WS-SOIREE-NUMERO " marquee tenue.".
           PERFORM LIBERER-RESERVATIONS-SOIREE.
       CLORE-SOIREE-FIN.
           EXIT.

      *    Retire de reservations.txt les reservations posees au nom
      *    de la soiree
       LIBERER-RESERVATIONS-SOIREE.
           MOVE SPACES TO WS-BENEF-SOIREE.
           STRING "SOIREE " WS-SOIREE-NUMERO
               DELIMITED BY SIZE INTO WS-BENEF-SOIREE.
           MOVE 0 TO WS-NB-RSV.
           MOVE 0 TO WS-NB-RSV-LIBEREES.
           OPEN INPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS = "00"
               PERFORM UNTIL WS-RESERVATIONS-STATUS NOT = "00"
                   READ RESERVATIONS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-RSV-BENEFICIAIRE = WS-BENEF-SOIREE
                               ADD 1 TO WS-NB-RSV-LIBEREES
                           ELSE
                               IF WS-NB-RSV < 100
                                   ADD 1 TO WS-NB-RSV
                                   MOVE F-RESERVATION
                                       TO WS-RSV(WS-NB-RSV)
                               ELSE
                                   MOVE "O" TO WS-TROP-RSV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONS-FICHIER
           END-IF.
           IF WS-NB-RSV-LIBEREES > 0
               IF WS-TROP-RSV = "O"
                   DISPLAY "** reservations.txt depasse 100 lignes : "
                           "reservations a liberer par GERE-RESERV **"
               ELSE
                   OPEN OUTPUT RESERVATIONS-FICHIER
                   IF WS-RESERVATIONS-STATUS NOT = "00"
                       DISPLAY "Impossible d'ecrire reservations.txt"
                   ELSE
                       PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                               UNTIL WS-IDX-RSV > WS-NB-RSV
                           MOVE WS-RSV(WS-IDX-RSV) TO F-RESERVATION
                           WRITE F-RESERVATION
                       END-PERFORM
                       CLOSE RESERVATIONS-FICHIER
                       DISPLAY "Reservations de la soiree liberees : "
                               WS-NB-RSV-LIBEREES
                   END-IF
               END-IF
           END-IF.
