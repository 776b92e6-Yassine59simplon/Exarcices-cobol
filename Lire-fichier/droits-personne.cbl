       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROITS-PERS.
      * Demandes d'une personne sur ses propres donnees, a partir de
      * son numero du maitre personnes.dat.
      * L'extrait rassemble dans extrait-personne-NNNNN.txt tout ce
      * que la suite garde d'elle : sa fiche du maitre et ses lignes
      * de personnes-archives.txt, ses menages (menages.txt), ses
      * liens de parent d'eleve (parents-eleves.txt), les clients
      * qui lui sont rattaches par la table de correspondance de
      * RAPPROCHE-CLI (clients-personnes.txt) avec leur fiche de
      * clients.dat et leurs mouvements du grand livre
      * (mouvements-clients.txt), ses commandes de pizzas, ses
      * reglements et son profil de convive sous son nom (prenom
      * nom ou nom prenom), enfin les campagnes de courrier qui lui
      * ont ete adressees et ses retours.
      * L'effacement, reserve aux superviseurs et fait sous le
      * verrou partage du maitre, anonymise la personne partout ou
      * la loi le permet : fiche du maitre passee en ANONYME sans
      * coordonnees (et inactive), lignes d'archives et images de
      * l'historique personnes-histo.txt de meme, liens de menage,
      * de parent et de correspondance client retires, profil de
      * convive retire ; les clients rattaches gardent leur numero,
      * leur categorie et leur solde sous le nom ANONYME NNNNN, et
      * leurs mouvements du grand livre, qui ne portent que des
      * montants, restent tels quels ; les commandes et reglements
      * de pizzas gardent leurs montants sous le meme nom anonyme.
      * Les campagnes ne portent que le numero, le code postal et la
      * ville : elles restent pour les taux de retour.
      * Chaque demande (extrait ou effacement) est consignee dans
      * demandes-droits.txt ; l'effacement est de plus trace dans
      * actions-sensibles.txt (TraceAction) et historise (action E,
      * HistoPersonne).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * L'extrait reprend aussi les mouvements des mois clos du grand
      * livre, lus dans les archives inscrites par CLOTURE-LIV dans
      * mois-clos-clients.txt ; l'effacement les laisse tels quels
      * comme le journal courant.
      * L'extrait reprend les points de fidelite des clients rattaches
      * (points-clients.txt) ; l'effacement les laisse tels quels, ils
      * ne portent que le numero du client.
      * L'extrait donne aussi le segment d'activite des clients
      * rattaches (segments-clients.txt, SEGMENTS-CLI), recalcule a
      * chaque passage.
      * Les relances de parts de pizza impayees (relances-pizzas.txt,
      * RELANCES) sont extraites sous le nom du convive et gardees sous
      * le nom anonyme a l'effacement.
      * Le profil de convive donne aussi ses restrictions alimentaires,
      * en clair via Allergenes.
      * Les soirees pizza (soirees.txt, SOIREES) sont extraites :
      * soirees organisees et invitations, par le numero du maitre ou
      * sous le nom du convive ; l'effacement les garde sous le nom
      * anonyme, l'invitation sans numero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT ARCHIVES-FICHIER ASSIGN TO "personnes-archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVES-STATUS.

           SELECT MENAGES-FICHIER ASSIGN TO "menages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENAGES-STATUS.

           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

           SELECT XREF-FICHIER ASSIGN TO "clients-personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

      *    Le journal courant puis les archives des mois clos
           SELECT MOUVEMENTS-FICHIER
               ASSIGN TO WS-NOM-MOUVEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *    Registre des mois clos du grand livre (CLOTURE-LIV)
           SELECT CLOS-FICHIER ASSIGN TO "mois-clos-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOS-STATUS.

           SELECT HISTORIQUE-FICHIER
               ASSIGN TO "historique-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIQUE-STATUS.

           SELECT REGLEMENTS-FICHIER ASSIGN TO "reglements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLEMENTS-STATUS.

           SELECT RELANCES-FICHIER ASSIGN TO "relances-pizzas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELANCES-STATUS.

           SELECT SOIREES-FICHIER ASSIGN TO "soirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOIREES-STATUS.

           SELECT PROFILS-FICHIER ASSIGN TO "profils-convives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILS-STATUS.

           SELECT ENVOIS-FICHIER ASSIGN TO "campagnes-envois.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVOIS-STATUS.

           SELECT RETOURS-FICHIER ASSIGN TO "campagnes-retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETOURS-STATUS.

           SELECT HISTO-FICHIER ASSIGN TO "personnes-histo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.

      *    Fichier de travail des lignes gardees ou anonymisees,
      *    recopie sur le fichier d'origine (CIBLE-FICHIER) seulement
      *    quand il a ete ecrit en entier
           SELECT TRAVAIL-FICHIER ASSIGN TO "droits-travail.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVAIL-STATUS.

           SELECT CIBLE-FICHIER ASSIGN TO WS-NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIBLE-STATUS.

           SELECT EXTRAIT-FICHIER ASSIGN TO WS-NOM-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRAIT-STATUS.

           SELECT POINTS-FICHIER ASSIGN TO "points-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

           SELECT SEGMENTS-FICHIER ASSIGN TO "segments-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTS-STATUS.

           SELECT DEMANDES-FICHIER ASSIGN TO "demandes-droits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMANDES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  ARCHIVES-FICHIER.
       01  F-ARCHIVE                 PIC X(120).

      *    Meme decoupage que F-MENAGE dans gere-menages.cbl
       FD  MENAGES-FICHIER.
       01  F-MENAGE.
           05 F-MEN-NUMERO           PIC 9(04).
           05 F-MEN-PERSONNE         PIC 9(05).
           05 F-MEN-CHEF             PIC X.

       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

      *    Meme decoupage que F-XREF dans rapproche-clients.cbl
       FD  XREF-FICHIER.
       01  F-XREF.
           05 F-XRF-CLIENT           PIC 9(05).
           05 F-XRF-PERSONNE         PIC 9(05).
           05 F-XRF-QUALITE          PIC X.

      *    Meme decoupage que F-MOUVEMENT dans gere-comptes-clients.cbl
       FD  MOUVEMENTS-FICHIER.
       01  F-MOUVEMENT.
           05 F-MCL-CLIENT           PIC 9(05).
           05 F-MCL-DATE             PIC 9(08).
           05 F-MCL-SIGNE            PIC X.
           05 F-MCL-MONTANT          PIC 9(6)V99.
           05 F-MCL-MOTIF            PIC X(03).

       FD  CLOS-FICHIER.
           COPY "LivreClos.cpy".

       FD  POINTS-FICHIER.
           COPY "PointsClient.cpy".

       FD  SEGMENTS-FICHIER.
           COPY "SegmentClient.cpy".

      *    Meme decoupage que F-LIGNE-HISTORIQUE dans pizza.cbl
       FD  HISTORIQUE-FICHIER.
       01  F-LIGNE-HISTORIQUE.
           05 F-H-TYPE               PIC X.
           05 F-H-NUMERO             PIC 9(04).
           05 F-H-DATE               PIC 9(08).
           05 F-H-NB-INV             PIC 99.
           05 F-H-MONTANT            PIC 9(5)V99.
           05 F-H-NOM                PIC X(20).
           05 F-H-PIZZA1             PIC X(10).
           05 F-H-PIZZA2             PIC X(10).

      *    Meme decoupage que F-REGLEMENT dans reglements.cbl
       FD  REGLEMENTS-FICHIER.
       01  F-REGLEMENT.
           05 F-RGL-NUMERO           PIC 9(04).
           05 F-RGL-CONVIVE          PIC X(20).
           05 F-RGL-MONTANT          PIC 9(5)V99.
           05 F-RGL-DATE             PIC 9(08).

      *    Meme decoupage que F-RELANCE dans relances-pizzas.cbl
       FD  RELANCES-FICHIER.
       01  F-RELANCE.
           05 F-RLC-NUMERO           PIC 9(04).
           05 F-RLC-CONVIVE          PIC X(20).
           05 F-RLC-NIVEAU           PIC 9.
           05 F-RLC-DATE             PIC 9(08).
           05 F-RLC-RESTE            PIC 9(5)V99.

      *    Meme decoupage que soirees-pizza.cbl : soiree (S) puis
      *    ses invitations (I)
       FD  SOIREES-FICHIER.
       01  F-SOIREE.
           05 F-SOI-TYPE             PIC X.
           05 F-SOI-NUMERO           PIC 9(04).
           05 F-SOI-DATE             PIC 9(08).
           05 F-SOI-ORGANISATEUR     PIC X(20).
           05 F-SOI-BUDGET           PIC 9(5)V99.
           05 F-SOI-ETAT             PIC X.
           05 F-SOI-COMMANDE         PIC 9(04).
       01  F-INVITE.
           05 F-INV-TYPE             PIC X.
           05 F-INV-SOIREE           PIC 9(04).
           05 F-INV-NOM              PIC X(20).
           05 F-INV-PERSONNE         PIC 9(05).
           05 F-INV-REPONSE          PIC X.
           05 F-INV-PIZZA1           PIC X(10).
           05 F-INV-PIZZA2           PIC X(10).

      *    Meme decoupage que F-PROFIL dans pizza.cbl
       FD  PROFILS-FICHIER.
       01  F-PROFIL.
           05 F-PRO-NOM              PIC X(20).
           05 F-PRO-PIZZA1           PIC X(10).
           05 F-PRO-PIZZA2           PIC X(10).
           05 F-PRO-RESTRICTIONS     PIC X(08).

       FD  ENVOIS-FICHIER.
           COPY "CampagneEnvoi.cpy".

       FD  RETOURS-FICHIER.
           COPY "CampagneRetour.cpy".

       FD  HISTO-FICHIER.
           COPY "HistoPersonne.cpy".

       FD  TRAVAIL-FICHIER.
       01  F-LIGNE-TRAVAIL           PIC X(200).

       FD  CIBLE-FICHIER.
       01  F-LIGNE-CIBLE             PIC X(200).

       FD  EXTRAIT-FICHIER.
       01  F-LIGNE-EXTRAIT           PIC X(90).

      *    Registre des demandes sur les donnees personnelles, une
      *    ligne par demande traitee, jamais reecrit : type X =
      *    extrait, E = effacement ; nombre de lignes extraites ou
      *    d'elements anonymises ou retires
       FD  DEMANDES-FICHIER.
       01  F-DEMANDE.
           05 F-DMD-DATE             PIC 9(08).
           05 F-DMD-HEURE            PIC 9(06).
           05 F-DMD-OPERATEUR        PIC X(03).
           05 F-DMD-TYPE             PIC X.
           05 F-DMD-PERSONNE         PIC 9(05).
           05 F-DMD-NOMBRE           PIC 9(05).
           05 F-DMD-DETAIL           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-CLIENTS-STATUS          PIC XX.
       01 WS-ARCHIVES-STATUS         PIC XX.
       01 WS-MENAGES-STATUS          PIC XX.
       01 WS-LIENS-STATUS            PIC XX.
       01 WS-XREF-STATUS             PIC XX.
       01 WS-MOUVEMENTS-STATUS       PIC XX.
       01 WS-POINTS-STATUS           PIC XX.
       01 WS-SEGMENTS-STATUS         PIC XX.
       01 WS-CLOS-STATUS             PIC XX.
       01 WS-NOM-MOUVEMENTS          PIC X(30).
       01 WS-HISTORIQUE-STATUS       PIC XX.
       01 WS-REGLEMENTS-STATUS       PIC XX.
       01 WS-RELANCES-STATUS         PIC XX.
       01 WS-SOIREES-STATUS          PIC XX.

      *    Restrictions alimentaires du profil en clair (Allergenes)
       01 WS-AL-ACTION               PIC X.
       01 WS-AL-CODES1               PIC X(08).
       01 WS-AL-CODES2               PIC X(08).
       01 WS-AL-RESULTAT             PIC X(08).
       01 WS-AL-LIBELLE              PIC X(80).
       01 WS-AL-VALIDE               PIC X.
       01 WS-PROFILS-STATUS          PIC XX.
       01 WS-ENVOIS-STATUS           PIC XX.
       01 WS-RETOURS-STATUS          PIC XX.
       01 WS-HISTO-STATUS            PIC XX.
       01 WS-TRAVAIL-STATUS          PIC XX.
       01 WS-CIBLE-STATUS            PIC XX.
       01 WS-EXTRAIT-STATUS          PIC XX.
       01 WS-DEMANDES-STATUS         PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-CONFIRME                PIC X.

       01 WS-NOM-CIBLE               PIC X(30).
       01 WS-NOM-EXTRAIT             PIC X(30).
       01 WS-TRAVAIL-OK              PIC X.

      *    Personne demandee : fiche du maitre, ou a defaut sa
      *    derniere ligne d'archives, decoupee comme
      *    PersonneMaitre.cpy
       01 WS-PERSONNE-SAISIE         PIC 9(05) VALUE 0.
       01 WS-DANS-MAITRE             PIC X.
       01 WS-NB-ARCHIVES             PIC 9(03).
       01 WS-IMAGE.
           05 WS-IMG-NUMERO          PIC 9(05).
           05 WS-IMG-NOM             PIC X(15).
           05 WS-IMG-PRENOM          PIC X(15).
           05 WS-IMG-DATTE           PIC X(15).
           05 WS-IMG-ADRESSE         PIC X(25).
           05 WS-IMG-CP              PIC X(05).
           05 WS-IMG-VILLE           PIC X(15).
           05 WS-IMG-TEL             PIC X(12).
           05 WS-IMG-ETAT            PIC X.
           05 WS-IMG-DATE-ETAT       PIC 9(08).
           05 WS-IMG-GENRE           PIC X.
           05 WS-IMG-NPAI            PIC X.
           05 FILLER                 PIC X(02).
       01 WS-IDENTITE.
           05 WS-ID-NOM              PIC X(15).
           05 WS-ID-PRENOM           PIC X(15).

      *    Noms sous lesquels la personne a pu etre saisie comme
      *    convive (texte libre), compares en majuscules, et nom
      *    anonyme qui les remplace
       01 WS-CONVIVE-1               PIC X(20).
       01 WS-CONVIVE-2               PIC X(20).
       01 WS-NOM-COMPARE             PIC X(20).
       01 WS-EST-CONVIVE             PIC X.
       01 WS-NOM-ANONYME             PIC X(20).

      *    Clients rattaches a la personne
       01 WS-TABLE-CLI.
           05 WS-CLI OCCURS 20 TIMES.
              10 WS-CLI-NUMERO       PIC 9(05).
              10 WS-CLI-QUALITE      PIC X.
       77 WS-CLI-CAPACITE            PIC 9(02) VALUE 20.
       01 WS-NB-CLI                  PIC 9(02) VALUE 0.
       01 WS-IDX-CLI                 PIC 9(02) VALUE 1.
       01 WS-CLI-TROUVE              PIC X.
       01 WS-CLI-CHERCHE             PIC 9(05).
       01 WS-TROP-CLI                PIC X VALUE "N".

      *    Comptes de la demande en cours
       01 WS-NB-LIGNES               PIC 9(05) VALUE 0.
       01 WS-NB-TRAITES              PIC 9(05) VALUE 0.
       01 WS-NB-FICHIER              PIC 9(05) VALUE 0.
       01 WS-NB-ERREURS              PIC 9(03) VALUE 0.
       01 WS-DMD-TYPE                PIC X.
       01 WS-DMD-DETAIL              PIC X(40).

      *    Zones d'edition de l'extrait
       01 WS-LIGNE-TRAVAIL           PIC X(90).
       01 WS-MONTANT-AFF             PIC ZZZZZ9.99.
       01 WS-SOLDE-AFF               PIC -ZZZZZ9.99.
       01 WS-NB-AFF                  PIC ZZZZ9.

       77 WS-DATE-SYS                PIC 9(8).
       77 WS-HEURE-SYS               PIC 9(8).

      *    Totaux de controle du maitre (sous-programme partage
      *    TotauxMaitre) : verifies avant tout traitement,
      *    enregistres apres l'effacement
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Verrou de modification pose par le sous-programme partage
      *    Verrou pendant l'effacement
       01 WS-VER-ACTION              PIC X.
       01 WS-VER-FICHIER             PIC X(20).
       01 WS-VER-QUI                 PIC X(10).
       01 WS-VER-RESULTAT            PIC X.

      *    Operateur et role de la session (OPERATIONS ou Connexion,
      *    RoleOperateur) : l'effacement exige un superviseur et les
      *    refus partent dans alertes.txt
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
       01 WS-ACCES-OK                PIC X VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "DROITS-PER".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.

      *    Images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne)
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "DROITS-PER".
       01 WS-HPE-ACTION              PIC X     VALUE "E".
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).

      *    Trace de l'effacement (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME           PIC X(10) VALUE "DROITS-PER".
       01 WS-TRC-ACTION              PIC X(10).
       01 WS-TRC-OBJET               PIC X(20).
       01 WS-TRC-LIE                 PIC X(03).
       01 WS-TRC-DETAIL              PIC X(30).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "DROITS-PER" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       PERFORM UNTIL WS-CHOIX = 3
           DISPLAY "----- DONNEES D'UNE PERSONNE -----"
           DISPLAY "1. Extrait de tout ce qui la concerne"
           DISPLAY "2. Effacement (anonymisation)"
           DISPLAY "3. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM EXTRAIRE-PERSONNE
                       THRU EXTRAIRE-PERSONNE-FIN
               WHEN 2
                   PERFORM EFFACER-PERSONNE
                       THRU EFFACER-PERSONNE-FIN
               WHEN 3
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Operateur de la session, identifie au besoin ; a blanc
      *    s'il ne s'identifie pas
       IDENTIFIER-OPERATEUR.
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.

      *    L'effacement exige un superviseur ; un refus est consigne
      *    dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               PERFORM IDENTIFIER-OPERATEUR
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

      *    Numero demande, puis fiche du maitre et lignes d'archives ;
      *    WS-IDENTITE garde le nom et le prenom trouves
       CHARGER-PERSONNE.
           DISPLAY "Numero de la personne : ".
           ACCEPT WS-PERSONNE-SAISIE.
           MOVE "N" TO WS-DANS-MAITRE.
           MOVE 0 TO WS-NB-ARCHIVES.
           MOVE SPACES TO WS-IDENTITE.
           MOVE SPACES TO WS-IMAGE.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS = "00"
               MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-DANS-MAITRE
                       MOVE F-PERSONNE TO WS-IMAGE
               END-READ
               CLOSE FICHIER-P
           END-IF.
           OPEN INPUT ARCHIVES-FICHIER.
           IF WS-ARCHIVES-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVES-STATUS NOT = "00"
                   READ ARCHIVES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ARCHIVE(1:5) = WS-PERSONNE-SAISIE
                               ADD 1 TO WS-NB-ARCHIVES
                               IF WS-DANS-MAITRE = "N"
                                   MOVE F-ARCHIVE TO WS-IMAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
           END-IF.
           IF WS-DANS-MAITRE = "O" OR WS-NB-ARCHIVES > 0
               MOVE WS-IMG-NOM TO WS-ID-NOM
               MOVE WS-IMG-PRENOM TO WS-ID-PRENOM
           END-IF.

      *    Noms de convive possibles : PRENOM NOM et NOM PRENOM
       PREPARER-CONVIVE.
           MOVE SPACES TO WS-CONVIVE-1 WS-CONVIVE-2.
           STRING FUNCTION TRIM(WS-ID-PRENOM) " "
                  FUNCTION TRIM(WS-ID-NOM)
               DELIMITED BY SIZE INTO WS-CONVIVE-1.
           STRING FUNCTION TRIM(WS-ID-NOM) " "
                  FUNCTION TRIM(WS-ID-PRENOM)
               DELIMITED BY SIZE INTO WS-CONVIVE-2.
           MOVE FUNCTION UPPER-CASE(WS-CONVIVE-1) TO WS-CONVIVE-1.
           MOVE FUNCTION UPPER-CASE(WS-CONVIVE-2) TO WS-CONVIVE-2.
           MOVE SPACES TO WS-NOM-ANONYME.
           STRING "ANONYME " WS-PERSONNE-SAISIE
               DELIMITED BY SIZE INTO WS-NOM-ANONYME.

      *    WS-EST-CONVIVE a O si WS-NOM-COMPARE designe la personne
      *    (jamais pour une fiche deja anonymisee)
       COMPARER-CONVIVE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-COMPARE))
               TO WS-NOM-COMPARE.
           IF WS-ID-NOM NOT = "ANONYME"
              AND (WS-NOM-COMPARE = WS-CONVIVE-1
                   OR WS-NOM-COMPARE = WS-CONVIVE-2)
               MOVE "O" TO WS-EST-CONVIVE
           ELSE
               MOVE "N" TO WS-EST-CONVIVE
           END-IF.

      *    Clients de la table de correspondance pour la personne
       CHARGER-CLIENTS-LIES.
           MOVE 0 TO WS-NB-CLI.
           MOVE "N" TO WS-TROP-CLI.
           OPEN INPUT XREF-FICHIER.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                   READ XREF-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-XRF-PERSONNE = WS-PERSONNE-SAISIE
                               IF WS-NB-CLI < WS-CLI-CAPACITE
                                   ADD 1 TO WS-NB-CLI
                                   MOVE F-XRF-CLIENT
                                       TO WS-CLI-NUMERO(WS-NB-CLI)
                                   MOVE F-XRF-QUALITE
                                       TO WS-CLI-QUALITE(WS-NB-CLI)
                               ELSE
                                   MOVE "O" TO WS-TROP-CLI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FICHIER
           END-IF.

      *    WS-CLI-TROUVE a O si WS-CLI-CHERCHE est un client rattache
       CHERCHER-CLIENT-LIE.
           MOVE "N" TO WS-CLI-TROUVE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLI
                   OR WS-CLI-TROUVE = "O"
               IF WS-CLI-NUMERO(WS-IDX-CLI) = WS-CLI-CHERCHE
                   MOVE "O" TO WS-CLI-TROUVE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    EXTRAIT
      *----------------------------------------------------------------
       EXTRAIRE-PERSONNE.
           PERFORM IDENTIFIER-OPERATEUR.
           IF WS-OPERATEUR-COURANT = SPACES
               DISPLAY "Extrait refuse : operateur non identifie."
               GO TO EXTRAIRE-PERSONNE-FIN
           END-IF.
           PERFORM CHARGER-PERSONNE.
           IF WS-DANS-MAITRE = "N" AND WS-NB-ARCHIVES = 0
               DISPLAY "Personne inconnue du maitre et des archives."
               GO TO EXTRAIRE-PERSONNE-FIN
           END-IF.
           PERFORM PREPARER-CONVIVE.
           PERFORM CHARGER-CLIENTS-LIES.

           MOVE SPACES TO WS-NOM-EXTRAIT.
           STRING "extrait-personne-" WS-PERSONNE-SAISIE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-EXTRAIT.
           OPEN OUTPUT EXTRAIT-FICHIER.
           IF WS-EXTRAIT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                       FUNCTION TRIM(WS-NOM-EXTRAIT)
               GO TO EXTRAIRE-PERSONNE-FIN
           END-IF.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "DONNEES DE LA PERSONNE " WS-PERSONNE-SAISIE
                  " AU " WS-DATE-SYS " (demande traitee par "
                  WS-OPERATEUR-COURANT ")"
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           PERFORM EXTRAIRE-FICHE.
           PERFORM EXTRAIRE-ARCHIVES.
           PERFORM EXTRAIRE-MENAGES.
           PERFORM EXTRAIRE-LIENS.
           PERFORM EXTRAIRE-CLIENTS.
           PERFORM EXTRAIRE-MOUVEMENTS.
           PERFORM EXTRAIRE-POINTS.
           PERFORM EXTRAIRE-SEGMENTS.
           PERFORM EXTRAIRE-COMMANDES.
           PERFORM EXTRAIRE-REGLEMENTS.
           PERFORM EXTRAIRE-RELANCES.
           PERFORM EXTRAIRE-SOIREES.
           PERFORM EXTRAIRE-PROFIL.
           PERFORM EXTRAIRE-CAMPAGNES.
           CLOSE EXTRAIT-FICHIER.

           MOVE "X" TO WS-DMD-TYPE.
           MOVE WS-NB-LIGNES TO WS-NB-TRAITES.
           MOVE WS-NOM-EXTRAIT TO WS-DMD-DETAIL.
           PERFORM CONSIGNER-DEMANDE.
           DISPLAY "Extrait ecrit dans " FUNCTION TRIM(WS-NOM-EXTRAIT)
                   " (" WS-NB-LIGNES " lignes de donnees).".
       EXTRAIRE-PERSONNE-FIN.
           EXIT.

      *    Ligne de donnees de l'extrait (comptee) et titre de partie
       ECRIRE-EXTRAIT.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           ADD 1 TO WS-NB-LIGNES.

       ECRIRE-TITRE.
           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE WS-LIGNE-TRAVAIL TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

      *    Fiche decoupee dans WS-IMAGE (maitre ou archive)
       ECRIRE-IMAGE.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Nom : " WS-IMG-NOM " Prenom : " WS-IMG-PRENOM
                  " Naissance : " WS-IMG-DATTE
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Adresse : " WS-IMG-ADRESSE " " WS-IMG-CP " "
                  WS-IMG-VILLE " Tel : " WS-IMG-TEL
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Genre : " WS-IMG-GENRE " Etat : " WS-IMG-ETAT
                  " du " WS-IMG-DATE-ETAT
                  " Courrier en retour : " WS-IMG-NPAI
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.

       EXTRAIRE-FICHE.
           MOVE "== Maitre des personnes (personnes.dat)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           IF WS-DANS-MAITRE = "O"
               OPEN INPUT FICHIER-P
               MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGE
                   NOT INVALID KEY
                       MOVE F-PERSONNE TO WS-IMAGE
               END-READ
               CLOSE FICHIER-P
               PERFORM ECRIRE-IMAGE
           ELSE
               MOVE "  (absente du maitre)" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

       EXTRAIRE-ARCHIVES.
           MOVE "== Archives (personnes-archives.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           IF WS-NB-ARCHIVES > 0
               OPEN INPUT ARCHIVES-FICHIER
               PERFORM UNTIL WS-ARCHIVES-STATUS NOT = "00"
                   READ ARCHIVES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ARCHIVE(1:5) = WS-PERSONNE-SAISIE
                               MOVE F-ARCHIVE TO WS-IMAGE
                               PERFORM ECRIRE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
           ELSE
               MOVE "  (aucune)" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

       EXTRAIRE-MENAGES.
           MOVE "== Menages (menages.txt)" TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT MENAGES-FICHIER.
           IF WS-MENAGES-STATUS = "00"
               PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
                   READ MENAGES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-MEN-PERSONNE = WS-PERSONNE-SAISIE
                               ADD 1 TO WS-NB-FICHIER
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Menage " F-MEN-NUMERO
                                      " chef de menage : " F-MEN-CHEF
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENAGES-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

      *    Partie vide : une ligne le dit
       ECRIRE-AUCUNE.
           IF WS-NB-FICHIER = 0
               MOVE "  (aucune)" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

       EXTRAIRE-LIENS.
           MOVE "== Parent d'eleve (parents-eleves.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS = "00"
               PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                   READ LIENS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-LPA-PERSONNE = WS-PERSONNE-SAISIE
                               ADD 1 TO WS-NB-FICHIER
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Eleve " F-LPA-ELEVE
                                      " role : " F-LPA-ROLE
                                      " contact principal : "
                                      F-LPA-PRINCIPAL
                                      " courrier : " F-LPA-COURRIER
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

      *    Fiche de chaque client rattache (qualite E = exacte,
      *    P = phonetique)
       EXTRAIRE-CLIENTS.
           MOVE "== Clients rattaches (clients-personnes.txt, "
               & "clients.dat)" TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE WS-NB-CLI TO WS-NB-FICHIER.
           PERFORM ECRIRE-AUCUNE.
           IF WS-NB-CLI > 0
               OPEN INPUT CLIENTS-FICHIER
               PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                       UNTIL WS-IDX-CLI > WS-NB-CLI
                   MOVE WS-CLI-NUMERO(WS-IDX-CLI) TO F-CLIENT-NUMERO
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   IF WS-CLIENTS-STATUS = "00"
                       READ CLIENTS-FICHIER
                           INVALID KEY
                               STRING "  Client " F-CLIENT-NUMERO
                                      " absent de clients.dat"
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                           NOT INVALID KEY
                               MOVE F-CLIENT-BALANCE TO WS-SOLDE-AFF
                               STRING "  Client " F-CLIENT-NUMERO
                                      " " F-CLIENT-NOM
                                      " " F-CLIENT-TYPE
                                      " " F-CLIENT-CATEGORY
                                      " solde " WS-SOLDE-AFF
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                       END-READ
                   ELSE
                       STRING "  Client " F-CLIENT-NUMERO
                              " (clients.dat illisible)"
                           DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   END-IF
                   PERFORM ECRIRE-EXTRAIT
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   STRING "    rattachement : "
                          WS-CLI-QUALITE(WS-IDX-CLI)
                       DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   PERFORM ECRIRE-EXTRAIT
               END-PERFORM
               IF WS-CLIENTS-STATUS = "00"
                   CLOSE CLIENTS-FICHIER
               END-IF
           END-IF.
           IF WS-TROP-CLI = "O"
               MOVE "  ** Plus de clients rattaches que la capacite "
                   & "de l'extrait **" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

      *    Mouvements des mois clos (archives inscrites au registre
      *    de CLOTURE-LIV) puis du journal courant
       EXTRAIRE-MOUVEMENTS.
           MOVE "== Grand livre des clients (mouvements-clients.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           IF WS-NB-CLI > 0
               OPEN INPUT CLOS-FICHIER
               IF WS-CLOS-STATUS = "00"
                   PERFORM UNTIL WS-CLOS-STATUS NOT = "00"
                       READ CLOS-FICHIER
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE F-LVC-ARCHIVE
                                   TO WS-NOM-MOUVEMENTS
                               PERFORM LIRE-MOUVEMENTS
                       END-READ
                   END-PERFORM
                   CLOSE CLOS-FICHIER
               END-IF
               MOVE "mouvements-clients.txt" TO WS-NOM-MOUVEMENTS
               PERFORM LIRE-MOUVEMENTS
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       LIRE-MOUVEMENTS.
           OPEN INPUT MOUVEMENTS-FICHIER.
           IF WS-MOUVEMENTS-STATUS = "00"
               PERFORM UNTIL WS-MOUVEMENTS-STATUS NOT = "00"
                   READ MOUVEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-MCL-CLIENT TO WS-CLI-CHERCHE
                           PERFORM CHERCHER-CLIENT-LIE
                           IF WS-CLI-TROUVE = "O"
                               PERFORM ECRIRE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FICHIER
           END-IF.

       ECRIRE-MOUVEMENT.
           ADD 1 TO WS-NB-FICHIER.
           MOVE F-MCL-MONTANT TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Client " F-MCL-CLIENT " le " F-MCL-DATE
                  " " F-MCL-SIGNE WS-MONTANT-AFF
                  " motif " F-MCL-MOTIF
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.

      *    Points de fidelite des clients rattaches
       EXTRAIRE-POINTS.
           MOVE "== Points de fidelite (points-clients.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           IF WS-NB-CLI > 0
               OPEN INPUT POINTS-FICHIER
               IF WS-POINTS-STATUS = "00"
                   PERFORM UNTIL WS-POINTS-STATUS NOT = "00"
                       READ POINTS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-PTS-CLIENT TO WS-CLI-CHERCHE
                               PERFORM CHERCHER-CLIENT-LIE
                               IF WS-CLI-TROUVE = "O"
                                   PERFORM ECRIRE-POINTS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POINTS-FICHIER
               END-IF
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       ECRIRE-POINTS.
           ADD 1 TO WS-NB-FICHIER.
           MOVE F-PTS-BASE TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Client " F-PTS-CLIENT " le " F-PTS-DATE
                  " " F-PTS-TYPE " " F-PTS-POINTS " points base "
                  WS-MONTANT-AFF " motif " F-PTS-ORIGINE
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.

      *    Segment d'activite des clients rattaches (SEGMENTS-CLI)
       EXTRAIRE-SEGMENTS.
           MOVE "== Segments d'activite (segments-clients.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           IF WS-NB-CLI > 0
               OPEN INPUT SEGMENTS-FICHIER
               IF WS-SEGMENTS-STATUS = "00"
                   PERFORM UNTIL WS-SEGMENTS-STATUS NOT = "00"
                       READ SEGMENTS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-SEG-CLIENT TO WS-CLI-CHERCHE
                               PERFORM CHERCHER-CLIENT-LIE
                               IF WS-CLI-TROUVE = "O"
                                   PERFORM ECRIRE-SEGMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEGMENTS-FICHIER
               END-IF
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       ECRIRE-SEGMENT.
           ADD 1 TO WS-NB-FICHIER.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Client " F-SEG-CLIENT " au " F-SEG-DATE
                  " : " F-SEG-SEGMENT " notes R" F-SEG-NOTE-R
                  " F" F-SEG-NOTE-F " M" F-SEG-NOTE-M
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.

       EXTRAIRE-COMMANDES.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "== Commandes de pizzas (historique-commandes.txt) "
                  "sous " FUNCTION TRIM(WS-CONVIVE-1)
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT HISTORIQUE-FICHIER.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-HISTORIQUE-STATUS NOT = "00"
                   READ HISTORIQUE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-H-TYPE = "D"
                               MOVE F-H-NOM TO WS-NOM-COMPARE
                               PERFORM COMPARER-CONVIVE
                               IF WS-EST-CONVIVE = "O"
                                   PERFORM ECRIRE-COMMANDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       ECRIRE-COMMANDE.
           ADD 1 TO WS-NB-FICHIER.
           MOVE F-H-MONTANT TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-TRAVAIL.
           STRING "  Commande " F-H-NUMERO " du " F-H-DATE
                  " : " F-H-PIZZA1 " " F-H-PIZZA2
                  " part " WS-MONTANT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-EXTRAIT.

       EXTRAIRE-REGLEMENTS.
           MOVE "== Reglements de pizzas (reglements.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT REGLEMENTS-FICHIER.
           IF WS-REGLEMENTS-STATUS = "00"
               PERFORM UNTIL WS-REGLEMENTS-STATUS NOT = "00"
                   READ REGLEMENTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-RGL-CONVIVE TO WS-NOM-COMPARE
                           PERFORM COMPARER-CONVIVE
                           IF WS-EST-CONVIVE = "O"
                               ADD 1 TO WS-NB-FICHIER
                               MOVE F-RGL-MONTANT TO WS-MONTANT-AFF
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Commande " F-RGL-NUMERO
                                      " reglee le " F-RGL-DATE
                                      " : " WS-MONTANT-AFF
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLEMENTS-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       EXTRAIRE-RELANCES.
           MOVE "== Relances de parts impayees (relances-pizzas.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT RELANCES-FICHIER.
           IF WS-RELANCES-STATUS = "00"
               PERFORM UNTIL WS-RELANCES-STATUS NOT = "00"
                   READ RELANCES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-RLC-CONVIVE TO WS-NOM-COMPARE
                           PERFORM COMPARER-CONVIVE
                           IF WS-EST-CONVIVE = "O"
                               ADD 1 TO WS-NB-FICHIER
                               MOVE F-RLC-RESTE TO WS-MONTANT-AFF
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Commande " F-RLC-NUMERO
                                      " relance niveau " F-RLC-NIVEAU
                                      " le " F-RLC-DATE
                                      " : " WS-MONTANT-AFF
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELANCES-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

      *    Soirees organisees et invitations, par le numero du
      *    maitre ou sous le nom du convive
       EXTRAIRE-SOIREES.
           MOVE "== Soirees pizza et invitations (soirees.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT SOIREES-FICHIER.
           IF WS-SOIREES-STATUS = "00"
               PERFORM UNTIL WS-SOIREES-STATUS NOT = "00"
                   READ SOIREES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM EXTRAIRE-SOIREE
                   END-READ
               END-PERFORM
               CLOSE SOIREES-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       EXTRAIRE-SOIREE.
           IF F-SOI-TYPE = "S"
               MOVE F-SOI-ORGANISATEUR TO WS-NOM-COMPARE
               PERFORM COMPARER-CONVIVE
               IF WS-EST-CONVIVE = "O"
                   ADD 1 TO WS-NB-FICHIER
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   STRING "  Soiree " F-SOI-NUMERO " du " F-SOI-DATE
                          " organisee, etat " F-SOI-ETAT
                       DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   PERFORM ECRIRE-EXTRAIT
               END-IF
           ELSE
               MOVE F-INV-NOM TO WS-NOM-COMPARE
               PERFORM COMPARER-CONVIVE
               IF WS-EST-CONVIVE = "O"
                  OR F-INV-PERSONNE = WS-PERSONNE-SAISIE
                   ADD 1 TO WS-NB-FICHIER
                   MOVE SPACES TO WS-LIGNE-TRAVAIL
                   STRING "  Invitation soiree " F-INV-SOIREE
                          " reponse " F-INV-REPONSE
                          " pizzas " F-INV-PIZZA1 " " F-INV-PIZZA2
                       DELIMITED BY SIZE INTO WS-LIGNE-TRAVAIL
                   PERFORM ECRIRE-EXTRAIT
               END-IF
           END-IF.

       EXTRAIRE-PROFIL.
           MOVE "== Profil de convive (profils-convives.txt)"
               TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT PROFILS-FICHIER.
           IF WS-PROFILS-STATUS = "00"
               PERFORM UNTIL WS-PROFILS-STATUS NOT = "00"
                   READ PROFILS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-PRO-NOM TO WS-NOM-COMPARE
                           PERFORM COMPARER-CONVIVE
                           IF WS-EST-CONVIVE = "O"
                               ADD 1 TO WS-NB-FICHIER
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Pizzas habituelles : "
                                      F-PRO-PIZZA1 " " F-PRO-PIZZA2
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                               MOVE "L" TO WS-AL-ACTION
                               MOVE F-PRO-RESTRICTIONS TO WS-AL-CODES1
                               CALL "Allergenes" USING WS-AL-ACTION
                                    WS-AL-CODES1 WS-AL-CODES2
                                    WS-AL-RESULTAT WS-AL-LIBELLE
                                    WS-AL-VALIDE
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Restrictions alimentaires : "
                                      WS-AL-LIBELLE
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILS-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

       EXTRAIRE-CAMPAGNES.
           MOVE "== Campagnes de courrier (campagnes-envois.txt, "
               & "campagnes-retours.txt)" TO WS-LIGNE-TRAVAIL.
           PERFORM ECRIRE-TITRE.
           MOVE 0 TO WS-NB-FICHIER.
           OPEN INPUT ENVOIS-FICHIER.
           IF WS-ENVOIS-STATUS = "00"
               PERFORM UNTIL WS-ENVOIS-STATUS NOT = "00"
                   READ ENVOIS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ENV-PERSONNE = WS-PERSONNE-SAISIE
                               ADD 1 TO WS-NB-FICHIER
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Envoi campagne " F-ENV-CAMPAGNE
                                      " a " F-ENV-CP " " F-ENV-VILLE
                                      " menage " F-ENV-MENAGE
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVOIS-FICHIER
           END-IF.
           OPEN INPUT RETOURS-FICHIER.
           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-RETOURS-STATUS NOT = "00"
                   READ RETOURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-RET-PERSONNE = WS-PERSONNE-SAISIE
                               ADD 1 TO WS-NB-FICHIER
                               MOVE SPACES TO WS-LIGNE-TRAVAIL
                               STRING "  Retour campagne "
                                      F-RET-CAMPAGNE
                                      " saisi le " F-RET-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-LIGNE-TRAVAIL
                               PERFORM ECRIRE-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETOURS-FICHIER
           END-IF.
           PERFORM ECRIRE-AUCUNE.

      *----------------------------------------------------------------
      *    EFFACEMENT
      *----------------------------------------------------------------
       EFFACER-PERSONNE.
           PERFORM CONTROLER-ROLE.
           IF WS-ACCES-OK NOT = "O"
               GO TO EFFACER-PERSONNE-FIN
           END-IF.
           PERFORM CHARGER-PERSONNE.
           IF WS-DANS-MAITRE = "N" AND WS-NB-ARCHIVES = 0
               DISPLAY "Personne inconnue du maitre et des archives."
               GO TO EFFACER-PERSONNE-FIN
           END-IF.
           IF WS-ID-NOM = "ANONYME"
               DISPLAY "Fiche deja anonymisee : l'effacement reprend "
                       "les archives et l'historique."
           END-IF.
           DISPLAY "Effacement de " FUNCTION TRIM(WS-ID-PRENOM) " "
                   FUNCTION TRIM(WS-ID-NOM) " (" WS-PERSONNE-SAISIE
                   ") : ses donnees seront anonymisees partout.".
           DISPLAY "Confirmer (O/N) : ".
           ACCEPT WS-CONFIRME.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRME) TO WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "Effacement abandonne."
               GO TO EFFACER-PERSONNE-FIN
           END-IF.

           PERFORM POSER-VERROU-PERSONNES
               THRU POSER-VERROU-PERSONNES-FIN.
           IF WS-VER-RESULTAT NOT = "O"
               GO TO EFFACER-PERSONNE-FIN
           END-IF.

           PERFORM PREPARER-CONVIVE.
           PERFORM CHARGER-CLIENTS-LIES.
      *    Les liens et les noms de convive d'abord : tant que l'un
      *    d'eux reste en erreur, la fiche, les archives et
      *    l'historique gardent l'identite qui permet de relancer
      *    l'effacement
           MOVE 0 TO WS-NB-TRAITES WS-NB-ERREURS.
           PERFORM ANONYMISER-CLIENTS.
           IF WS-NB-ERREURS = 0
               PERFORM RETIRER-XREF
           END-IF.
           PERFORM RETIRER-MENAGES.
           PERFORM RETIRER-LIENS.
           PERFORM ANONYMISER-COMMANDES.
           PERFORM ANONYMISER-REGLEMENTS.
           PERFORM ANONYMISER-RELANCES.
           PERFORM ANONYMISER-SOIREES.
           PERFORM RETIRER-PROFIL.
           IF WS-NB-ERREURS = 0
               PERFORM ANONYMISER-FICHE
               PERFORM ANONYMISER-ARCHIVES
               PERFORM ANONYMISER-HISTO
           END-IF.
           PERFORM LIBERER-VERROU-PERSONNES.

           PERFORM TRACER-EFFACEMENT.
           MOVE "E" TO WS-DMD-TYPE.
           MOVE SPACES TO WS-DMD-DETAIL.
           IF WS-NB-ERREURS = 0
               MOVE "effacement complet" TO WS-DMD-DETAIL
           ELSE
               STRING "effacement incomplet : " WS-NB-ERREURS
                      " fichier(s) en erreur"
                   DELIMITED BY SIZE INTO WS-DMD-DETAIL
           END-IF.
           PERFORM CONSIGNER-DEMANDE.
           DISPLAY "Personne " WS-PERSONNE-SAISIE " effacee : "
                   WS-NB-TRAITES " element(s) anonymise(s) ou "
                   "retire(s).".
           IF WS-NB-ERREURS > 0
               DISPLAY "** " WS-NB-ERREURS " fichier(s) non traite(s) "
                       ": relancer l'effacement apres correction **"
               DISPLAY "La fiche et les archives gardent l'identite "
                       "tant que l'effacement n'est pas complet."
           END-IF.
       EFFACER-PERSONNE-FIN.
           EXIT.

       POSER-VERROU-PERSONNES.
           PERFORM IDENTIFIER-OPERATEUR.
           IF WS-OPERATEUR-COURANT = SPACES
               DISPLAY "Mise a jour refusee : operateur non "
                       "identifie."
               MOVE "N" TO WS-VER-RESULTAT
               GO TO POSER-VERROU-PERSONNES-FIN
           END-IF.
           MOVE "P" TO WS-VER-ACTION.
           MOVE "personnes.dat" TO WS-VER-FICHIER.
           MOVE "DROITS-PER" TO WS-VER-QUI.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.
       POSER-VERROU-PERSONNES-FIN.
           EXIT.

       LIBERER-VERROU-PERSONNES.
      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
           IF WS-TOT-RESULTAT NOT = "E"
               MOVE "S" TO WS-TOT-ACTION
               CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                         WS-TOT-QUI WS-TOT-RESULTAT
           END-IF.
           MOVE "L" TO WS-VER-ACTION.
           CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                                WS-VER-QUI WS-VER-RESULTAT.

      *    Image anonyme : le numero reste, le reste des donnees
      *    personnelles est remplace ; l'etat et sa date sont ceux
      *    de l'image d'origine
       ANONYMISER-IMAGE.
           MOVE "ANONYME" TO WS-IMG-NOM.
           MOVE SPACES TO WS-IMG-PRENOM WS-IMG-DATTE WS-IMG-ADRESSE
                          WS-IMG-CP WS-IMG-VILLE WS-IMG-TEL
                          WS-IMG-GENRE WS-IMG-NPAI.

      *    Fiche du maitre anonymisee et rendue inactive (une
      *    personne decedee le reste) ; l'historique recoit l'image
      *    anonyme avant et apres
       ANONYMISER-FICHE.
           IF WS-DANS-MAITRE = "O"
               OPEN I-O FICHIER-P
               IF WS-FICHIER-P-STATUS NOT = "00"
                   DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                           WS-FICHIER-P-STATUS ")"
                   ADD 1 TO WS-NB-ERREURS
               ELSE
                   MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
                   READ FICHIER-P
                       INVALID KEY
                           DISPLAY "Personne sortie du maitre entre-"
                                   "temps."
                       NOT INVALID KEY
                           PERFORM REECRIRE-FICHE
                   END-READ
                   CLOSE FICHIER-P
               END-IF
           END-IF.

       REECRIRE-FICHE.
           MOVE F-PERSONNE TO WS-IMAGE.
           PERFORM ANONYMISER-IMAGE.
           MOVE WS-IMAGE TO WS-HPE-AVANT.
           IF WS-IMG-ETAT NOT = "D"
               MOVE "I" TO WS-IMG-ETAT
               MOVE WS-DATE-SYS TO WS-IMG-DATE-ETAT
           END-IF.
           MOVE WS-IMAGE TO F-PERSONNE.
           REWRITE F-PERSONNE
               INVALID KEY
                   DISPLAY "** Reecriture de la fiche impossible **"
                   ADD 1 TO WS-NB-ERREURS
               NOT INVALID KEY
                   ADD 1 TO WS-NB-TRAITES
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   CALL "HistoPersonne" USING
                       WS-HPE-PROGRAMME WS-HPE-ACTION
                       WS-HPE-AVANT WS-HPE-APRES
           END-REWRITE.

      *    Recopie du fichier de travail sur WS-NOM-CIBLE, quand
      *    celui-ci a ete ecrit en entier et qu'il y a eu un changement
       RECOPIER-TRAVAIL.
           IF WS-TRAVAIL-OK = "O" AND WS-NB-FICHIER > 0
               OPEN INPUT TRAVAIL-FICHIER
               OPEN OUTPUT CIBLE-FICHIER
               IF WS-CIBLE-STATUS NOT = "00"
                   DISPLAY "Impossible de reecrire "
                           FUNCTION TRIM(WS-NOM-CIBLE)
                   ADD 1 TO WS-NB-ERREURS
               ELSE
                   PERFORM UNTIL WS-TRAVAIL-STATUS NOT = "00"
                       READ TRAVAIL-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-LIGNE-TRAVAIL TO F-LIGNE-CIBLE
                               WRITE F-LIGNE-CIBLE
                       END-READ
                   END-PERFORM
                   CLOSE CIBLE-FICHIER
                   ADD WS-NB-FICHIER TO WS-NB-TRAITES
               END-IF
               CLOSE TRAVAIL-FICHIER
           END-IF.

      *    Ouverture du fichier de travail pour WS-NOM-CIBLE
       OUVRIR-TRAVAIL.
           MOVE 0 TO WS-NB-FICHIER.
           MOVE "N" TO WS-TRAVAIL-OK.
           OPEN OUTPUT TRAVAIL-FICHIER.
           IF WS-TRAVAIL-STATUS = "00"
               MOVE "O" TO WS-TRAVAIL-OK
           ELSE
               DISPLAY "Impossible d'ecrire droits-travail.tmp : "
                       FUNCTION TRIM(WS-NOM-CIBLE) " non traite"
               ADD 1 TO WS-NB-ERREURS
           END-IF.

       ANONYMISER-ARCHIVES.
           MOVE "personnes-archives.txt" TO WS-NOM-CIBLE.
           IF WS-NB-ARCHIVES > 0
               PERFORM OUVRIR-TRAVAIL
           ELSE
               MOVE "N" TO WS-TRAVAIL-OK
           END-IF.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT ARCHIVES-FICHIER
               PERFORM UNTIL WS-ARCHIVES-STATUS NOT = "00"
                   READ ARCHIVES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ARCHIVE(1:5) = WS-PERSONNE-SAISIE
                               MOVE F-ARCHIVE TO WS-IMAGE
                               PERFORM ANONYMISER-IMAGE
                               IF WS-IMAGE NOT = F-ARCHIVE
                                   MOVE WS-IMAGE TO F-ARCHIVE
                                   ADD 1 TO WS-NB-FICHIER
                               END-IF
                           END-IF
                           MOVE F-ARCHIVE TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Un menage dont la personne etait le chef reste sans chef :
      *    GERE-MENAGES le signale a la prochaine consultation
       RETIRER-MENAGES.
           MOVE "menages.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT MENAGES-FICHIER
               IF WS-MENAGES-STATUS = "00"
                   PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
                       READ MENAGES-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-MEN-PERSONNE = WS-PERSONNE-SAISIE
                                   ADD 1 TO WS-NB-FICHIER
                               ELSE
                                   MOVE F-MENAGE TO F-LIGNE-TRAVAIL
                                   WRITE F-LIGNE-TRAVAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MENAGES-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

       RETIRER-LIENS.
           MOVE "parents-eleves.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT LIENS-FICHIER
               IF WS-LIENS-STATUS = "00"
                   PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                       READ LIENS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-LPA-PERSONNE = WS-PERSONNE-SAISIE
                                   ADD 1 TO WS-NB-FICHIER
                               ELSE
                                   MOVE F-LIEN-PARENT
                                       TO F-LIGNE-TRAVAIL
                                   WRITE F-LIGNE-TRAVAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIENS-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Correspondance client/personne retiree : le client ne
      *    designe plus personne
       RETIRER-XREF.
           MOVE "clients-personnes.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT XREF-FICHIER
               IF WS-XREF-STATUS = "00"
                   PERFORM UNTIL WS-XREF-STATUS NOT = "00"
                       READ XREF-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-XRF-PERSONNE = WS-PERSONNE-SAISIE
                                   ADD 1 TO WS-NB-FICHIER
                               ELSE
                                   MOVE F-XREF TO F-LIGNE-TRAVAIL
                                   WRITE F-LIGNE-TRAVAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Les clients rattaches gardent numero, type, categorie et
      *    solde (et leurs mouvements du grand livre) sous un nom
      *    anonyme ; les totaux de controle de clients.dat ne
      *    portent pas sur le nom
       ANONYMISER-CLIENTS.
           IF WS-NB-CLI > 0
               OPEN I-O CLIENTS-FICHIER
               IF WS-CLIENTS-STATUS NOT = "00"
                   DISPLAY "Impossible d'ouvrir clients.dat (statut "
                           WS-CLIENTS-STATUS ")"
                   ADD 1 TO WS-NB-ERREURS
               ELSE
                   PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                           UNTIL WS-IDX-CLI > WS-NB-CLI
                       MOVE WS-CLI-NUMERO(WS-IDX-CLI)
                           TO F-CLIENT-NUMERO
                       READ CLIENTS-FICHIER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM REECRIRE-CLIENT
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTS-FICHIER
               END-IF
           END-IF.

       REECRIRE-CLIENT.
           MOVE SPACES TO F-CLIENT-NOM.
           STRING "ANONYME " F-CLIENT-NUMERO
               DELIMITED BY SIZE INTO F-CLIENT-NOM.
           REWRITE F-CLIENT
               INVALID KEY
                   DISPLAY "** Reecriture du client " F-CLIENT-NUMERO
                           " impossible **"
                   ADD 1 TO WS-NB-ERREURS
               NOT INVALID KEY
                   ADD 1 TO WS-NB-TRAITES
           END-REWRITE.

      *    Parts de commande gardees pour les comptes entre convives,
      *    sous le nom anonyme
       ANONYMISER-COMMANDES.
           MOVE "historique-commandes.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT HISTORIQUE-FICHIER
               IF WS-HISTORIQUE-STATUS = "00"
                   PERFORM UNTIL WS-HISTORIQUE-STATUS NOT = "00"
                       READ HISTORIQUE-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               IF F-H-TYPE = "D"
                                   MOVE F-H-NOM TO WS-NOM-COMPARE
                                   PERFORM COMPARER-CONVIVE
                                   IF WS-EST-CONVIVE = "O"
                                       MOVE WS-NOM-ANONYME TO F-H-NOM
                                       ADD 1 TO WS-NB-FICHIER
                                   END-IF
                               END-IF
                               MOVE F-LIGNE-HISTORIQUE
                                   TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIQUE-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

       ANONYMISER-REGLEMENTS.
           MOVE "reglements.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT REGLEMENTS-FICHIER
               IF WS-REGLEMENTS-STATUS = "00"
                   PERFORM UNTIL WS-REGLEMENTS-STATUS NOT = "00"
                       READ REGLEMENTS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-RGL-CONVIVE TO WS-NOM-COMPARE
                               PERFORM COMPARER-CONVIVE
                               IF WS-EST-CONVIVE = "O"
                                   MOVE WS-NOM-ANONYME TO F-RGL-CONVIVE
                                   ADD 1 TO WS-NB-FICHIER
                               END-IF
                               MOVE F-REGLEMENT TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                       END-READ
                   END-PERFORM
                   CLOSE REGLEMENTS-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Relances gardees sous le nom anonyme, comme les parts
      *    et les reglements qu'elles concernent
       ANONYMISER-RELANCES.
           MOVE "relances-pizzas.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT RELANCES-FICHIER
               IF WS-RELANCES-STATUS = "00"
                   PERFORM UNTIL WS-RELANCES-STATUS NOT = "00"
                       READ RELANCES-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-RLC-CONVIVE TO WS-NOM-COMPARE
                               PERFORM COMPARER-CONVIVE
                               IF WS-EST-CONVIVE = "O"
                                   MOVE WS-NOM-ANONYME TO F-RLC-CONVIVE
                                   ADD 1 TO WS-NB-FICHIER
                               END-IF
                               MOVE F-RELANCE TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                       END-READ
                   END-PERFORM
                   CLOSE RELANCES-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Soirees et invitations gardees sous le nom anonyme, comme
      *    les commandes qu'elles ont preparees ; l'invitation perd
      *    son numero du maitre
       ANONYMISER-SOIREES.
           MOVE "soirees.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT SOIREES-FICHIER
               IF WS-SOIREES-STATUS = "00"
                   PERFORM UNTIL WS-SOIREES-STATUS NOT = "00"
                       READ SOIREES-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               PERFORM ANONYMISER-SOIREE
                               MOVE F-INVITE TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                       END-READ
                   END-PERFORM
                   CLOSE SOIREES-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

       ANONYMISER-SOIREE.
           IF F-SOI-TYPE = "S"
               MOVE F-SOI-ORGANISATEUR TO WS-NOM-COMPARE
               PERFORM COMPARER-CONVIVE
               IF WS-EST-CONVIVE = "O"
                   MOVE WS-NOM-ANONYME TO F-SOI-ORGANISATEUR
                   ADD 1 TO WS-NB-FICHIER
               END-IF
           ELSE
               MOVE F-INV-NOM TO WS-NOM-COMPARE
               PERFORM COMPARER-CONVIVE
               IF WS-EST-CONVIVE = "O"
                  OR F-INV-PERSONNE = WS-PERSONNE-SAISIE
                   MOVE WS-NOM-ANONYME TO F-INV-NOM
                   MOVE 0 TO F-INV-PERSONNE
                   ADD 1 TO WS-NB-FICHIER
               END-IF
           END-IF.

      *    Le profil (pizzas habituelles) n'a pas a etre garde
       RETIRER-PROFIL.
           MOVE "profils-convives.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT PROFILS-FICHIER
               IF WS-PROFILS-STATUS = "00"
                   PERFORM UNTIL WS-PROFILS-STATUS NOT = "00"
                       READ PROFILS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               MOVE F-PRO-NOM TO WS-NOM-COMPARE
                               PERFORM COMPARER-CONVIVE
                               IF WS-EST-CONVIVE = "O"
                                   ADD 1 TO WS-NB-FICHIER
                               ELSE
                                   MOVE F-PROFIL TO F-LIGNE-TRAVAIL
                                   WRITE F-LIGNE-TRAVAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROFILS-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

      *    Images de la personne dans l'historique, y compris celles
      *    de l'effacement qui vient d'etre historise : anonymisees
      *    en gardant l'etat de chaque image
       ANONYMISER-HISTO.
           MOVE "personnes-histo.txt" TO WS-NOM-CIBLE.
           PERFORM OUVRIR-TRAVAIL.
           IF WS-TRAVAIL-OK = "O"
               OPEN INPUT HISTO-FICHIER
               IF WS-HISTO-STATUS = "00"
                   PERFORM UNTIL WS-HISTO-STATUS NOT = "00"
                       READ HISTO-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               PERFORM ANONYMISER-LIGNE-HISTO
                               MOVE F-HISTO-PERSONNE
                                   TO F-LIGNE-TRAVAIL
                               WRITE F-LIGNE-TRAVAIL
                       END-READ
                   END-PERFORM
                   CLOSE HISTO-FICHIER
               END-IF
               CLOSE TRAVAIL-FICHIER
               PERFORM RECOPIER-TRAVAIL
           END-IF.

       ANONYMISER-LIGNE-HISTO.
           IF F-HPE-PERSONNE(1:5) = WS-PERSONNE-SAISIE
               MOVE F-HPE-PERSONNE TO WS-IMAGE
               PERFORM ANONYMISER-IMAGE
               IF WS-IMAGE NOT = F-HPE-PERSONNE
                   MOVE WS-IMAGE TO F-HPE-PERSONNE
                   ADD 1 TO WS-NB-FICHIER
               END-IF
           END-IF.

      *    Trace de l'effacement dans le journal des actions
      *    sensibles
       TRACER-EFFACEMENT.
           MOVE "EFFACEMENT" TO WS-TRC-ACTION.
           MOVE SPACES TO WS-TRC-OBJET.
           STRING "personne " WS-PERSONNE-SAISIE
               DELIMITED BY SIZE INTO WS-TRC-OBJET.
           MOVE SPACES TO WS-TRC-LIE.
           MOVE SPACES TO WS-TRC-DETAIL.
           STRING WS-NB-TRAITES " elements, " WS-NB-CLI " clients"
               DELIMITED BY SIZE INTO WS-TRC-DETAIL.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.

      *    Demande consignee dans demandes-droits.txt (type et
      *    detail poses par l'appelant, nombre dans WS-NB-TRAITES)
       CONSIGNER-DEMANDE.
           OPEN EXTEND DEMANDES-FICHIER.
           IF WS-DEMANDES-STATUS NOT = "00"
               OPEN OUTPUT DEMANDES-FICHIER
           END-IF.
           IF WS-DEMANDES-STATUS NOT = "00"
               DISPLAY "** Impossible d'ecrire demandes-droits.txt : "
                       "noter la demande a la main **"
           ELSE
               ACCEPT WS-HEURE-SYS FROM TIME
               MOVE WS-DATE-SYS          TO F-DMD-DATE
               MOVE WS-HEURE-SYS(1:6)    TO F-DMD-HEURE
               MOVE WS-OPERATEUR-COURANT TO F-DMD-OPERATEUR
               MOVE WS-DMD-TYPE          TO F-DMD-TYPE
               MOVE WS-PERSONNE-SAISIE   TO F-DMD-PERSONNE
               MOVE WS-NB-TRAITES        TO F-DMD-NOMBRE
               MOVE WS-DMD-DETAIL        TO F-DMD-DETAIL
               WRITE F-DEMANDE
               CLOSE DEMANDES-FICHIER
           END-IF.
