       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PARENTS.
      * Entretien des liens entre les eleves du referentiel
      * eleves-ref.txt et leurs parents, personnes du maitre
      * personnes.dat : le fichier parents-eleves.txt porte pour
      * chaque lien le role (mere, pere, tuteur), le contact
      * principal (un seul par eleve) et l'envoi du courrier.
      * Liste, lie, modifie ou delie, dans l'esprit de GERE-MENAGES,
      * puis reecrit le fichier a la sortie. Le controle des eleves
      * sans parent joignable sort parents-injoignables.txt.
      * LETTRES-PAR et BULLETIN en tirent le bloc destinataire via
      * AdresseParent, ETIQUETTES les etiquettes des parents d'une
      * classe.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT CONTROLE-FICHIER
               ASSIGN TO "parents-injoignables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO        PIC 9(05).
           05 F-REF-NOM           PIC X(30).
           05 F-REF-CLASSE        PIC X(03).
           05 F-REF-ENTREE        PIC 9(08).

       FD  CONTROLE-FICHIER.
       01  LIGNE-CONTROLE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LIENS-STATUS            PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-REF-STATUS              PIC XX.
       01 WS-CONTROLE-STATUS         PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-TROUVE                  PIC X VALUE "N".
       01 WS-MODIFIE                 PIC X VALUE "N".

      *    Liens eleve/parent charges en memoire
       01 WS-TABLE-LPA.
           05 WS-LPA OCCURS 300 TIMES.
              10 WS-LPA-ELEVE        PIC 9(05).
              10 WS-LPA-PERSONNE     PIC 9(05).
              10 WS-LPA-ROLE         PIC X.
              10 WS-LPA-PRINCIPAL    PIC X.
              10 WS-LPA-COURRIER     PIC X.
       01 WS-NB-LPA                  PIC 9(03) VALUE 0.
       01 WS-IDX-LPA                 PIC 9(03) VALUE 1.
       01 WS-IDX-LPA-TROUVE          PIC 9(03) VALUE 0.

       01 WS-ELEVE-SAISI             PIC 9(05).
       01 WS-PERSONNE-SAISIE         PIC 9(05).
       01 WS-ROLE-SAISI              PIC X.
       01 WS-PRINCIPAL-SAISI         PIC X.
       01 WS-COURRIER-SAISI          PIC X.
       01 WS-LIBELLE-ROLE            PIC X(06).

      *    Eleve verifie dans le referentiel (EleveRef)
       01 WS-ELV-NUMERO              PIC 9(05).
       01 WS-ELV-NOM                 PIC X(30).
       01 WS-ELV-CLASSE              PIC X(03).
       01 WS-ELV-TROUVE              PIC X.

      *    Controle des eleves sans parent joignable
       01 WS-NB-LIES                 PIC 9(02).
       01 WS-NB-JOIGNABLES           PIC 9(02).
       01 WS-NB-COURRIER             PIC 9(02).
       01 WS-MOTIF                   PIC X(36).
       01 WS-NB-INJOIGNABLES         PIC 9(04) VALUE 0.
       01 WS-NB-CONTROLES            PIC 9(04) VALUE 0.
       01 WS-LIGNE-RAPPORT           PIC X(80).
       01 WS-DATE-EDITION            PIC X(10).

       77 WS-DATE-SYS                PIC 9(8).

      *    Registre des editions (RapportRegistre)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "MAINT-PARENT".
       01 WS-REG-RAPPORT             PIC X(30)
                                  VALUE "parents-injoignables.txt".

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "MAINT-PAR" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
       PERFORM CHARGER-LIENS.

       PERFORM UNTIL WS-CHOIX = 6
           DISPLAY "----- PARENTS D'ELEVES -----"
           DISPLAY "1. Lister les parents d'un eleve"
           DISPLAY "2. Lier un parent a un eleve"
           DISPLAY "3. Modifier un lien (principal / courrier)"
           DISPLAY "4. Delier un parent"
           DISPLAY "5. Eleves sans parent joignable"
           DISPLAY "6. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-PARENTS
               WHEN 2
                   PERFORM LIER-PARENT THRU LIER-PARENT-FIN
               WHEN 3
                   PERFORM MODIFIER-LIEN THRU MODIFIER-LIEN-FIN
               WHEN 4
                   PERFORM DELIER-PARENT
               WHEN 5
                   PERFORM CONTROLER-JOIGNABLES
                       THRU CONTROLER-JOIGNABLES-FIN
               WHEN 6
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-LIENS
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

       CHARGER-LIENS.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS = "00"
               PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                   READ LIENS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-LPA < 300
                               ADD 1 TO WS-NB-LPA
                               MOVE F-LIEN-PARENT
                                   TO WS-LPA(WS-NB-LPA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-FICHIER
           END-IF.

       ECRIRE-LIENS.
           OPEN OUTPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire parents-eleves.txt"
           ELSE
               PERFORM VARYING WS-IDX-LPA FROM 1 BY 1
                       UNTIL WS-IDX-LPA > WS-NB-LPA
                   MOVE WS-LPA(WS-IDX-LPA) TO F-LIEN-PARENT
                   WRITE F-LIEN-PARENT
               END-PERFORM
               CLOSE LIENS-FICHIER
               DISPLAY "Liens enregistres : " WS-NB-LPA
           END-IF.

      *    Lit la personne WS-PERSONNE-SAISIE par sa cle dans le
      *    maitre (WS-TROUVE a O et F-PERSONNE chargee si presente)
       LIRE-PERSONNE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS = "00"
               MOVE WS-PERSONNE-SAISIE TO F-PER-NUMERO
               READ FICHIER-P
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE FICHIER-P
           END-IF.

      *    Libelle du role du lien WS-IDX-LPA
       LIBELLE-ROLE.
           EVALUATE WS-LPA-ROLE(WS-IDX-LPA)
               WHEN "M"
                   MOVE "mere" TO WS-LIBELLE-ROLE
               WHEN "P"
                   MOVE "pere" TO WS-LIBELLE-ROLE
               WHEN OTHER
                   MOVE "tuteur" TO WS-LIBELLE-ROLE
           END-EVALUATE.

      *    Verifie l'eleve WS-ELEVE-SAISI dans le referentiel
       LIRE-ELEVE.
           MOVE WS-ELEVE-SAISI TO WS-ELV-NUMERO.
           CALL "EleveRef" USING WS-ELV-NUMERO WS-ELV-NOM
                                 WS-ELV-CLASSE WS-ELV-TROUVE.

       LISTER-PARENTS.
           DISPLAY "Numero de l'eleve : ".
           ACCEPT WS-ELEVE-SAISI.
           PERFORM LIRE-ELEVE.
           IF WS-ELV-TROUVE = "O"
               DISPLAY "Parents de " FUNCTION TRIM(WS-ELV-NOM)
                       " (" WS-ELV-CLASSE ") :"
           ELSE
               DISPLAY "Parents de l'eleve " WS-ELEVE-SAISI " :"
           END-IF.
           MOVE 0 TO WS-IDX-LPA-TROUVE.
           PERFORM VARYING WS-IDX-LPA FROM 1 BY 1
                   UNTIL WS-IDX-LPA > WS-NB-LPA
               IF WS-LPA-ELEVE(WS-IDX-LPA) = WS-ELEVE-SAISI
                   MOVE WS-IDX-LPA TO WS-IDX-LPA-TROUVE
                   PERFORM LIBELLE-ROLE
                   MOVE WS-LPA-PERSONNE(WS-IDX-LPA)
                       TO WS-PERSONNE-SAISIE
                   PERFORM LIRE-PERSONNE
                   IF WS-TROUVE = "O"
                       DISPLAY "   " WS-LPA-PERSONNE(WS-IDX-LPA)
                               " " F-PER-PRENOM " " F-PER-NOM
                               " " WS-LIBELLE-ROLE
                               " principal " WS-LPA-PRINCIPAL
                                                    (WS-IDX-LPA)
                               " courrier " WS-LPA-COURRIER
                                                    (WS-IDX-LPA)
                   ELSE
                       DISPLAY "   " WS-LPA-PERSONNE(WS-IDX-LPA)
                               " ** absent du maitre **"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDX-LPA-TROUVE = 0
               DISPLAY "   Aucun parent lie."
           END-IF.

       LIER-PARENT.
           IF WS-NB-LPA = 300
               DISPLAY "Le fichier des liens est plein."
               GO TO LIER-PARENT-FIN
           END-IF.
           DISPLAY "Numero de l'eleve : ".
           ACCEPT WS-ELEVE-SAISI.
           PERFORM LIRE-ELEVE.
           IF WS-ELV-TROUVE NOT = "O"
               DISPLAY "Numero inconnu du referentiel des eleves."
               GO TO LIER-PARENT-FIN
           END-IF.
           DISPLAY "Numero de la personne (parent) : ".
           ACCEPT WS-PERSONNE-SAISIE.
           PERFORM LIRE-PERSONNE.
           IF WS-TROUVE = "N"
               DISPLAY "Numero inconnu du maitre personnes.dat."
               GO TO LIER-PARENT-FIN
           END-IF.
           PERFORM CHERCHER-LIEN.
           IF WS-IDX-LPA-TROUVE NOT = 0
               DISPLAY "Ce parent est deja lie a cet eleve."
               GO TO LIER-PARENT-FIN
           END-IF.
           DISPLAY "Lier " F-PER-PRENOM " " F-PER-NOM
                   " a " FUNCTION TRIM(WS-ELV-NOM).
           DISPLAY "Role (M = mere, P = pere, T = tuteur) : ".
           ACCEPT WS-ROLE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-SAISI) TO WS-ROLE-SAISI.
           IF WS-ROLE-SAISI NOT = "M" AND WS-ROLE-SAISI NOT = "P"
               MOVE "T" TO WS-ROLE-SAISI
           END-IF.
           DISPLAY "Contact principal ? (O/N) : ".
           ACCEPT WS-PRINCIPAL-SAISI.
           DISPLAY "Recoit le courrier ? (O/N) : ".
           ACCEPT WS-COURRIER-SAISI.
           PERFORM NORMALISER-DRAPEAUX.
           ADD 1 TO WS-NB-LPA.
           MOVE WS-ELEVE-SAISI     TO WS-LPA-ELEVE(WS-NB-LPA).
           MOVE WS-PERSONNE-SAISIE TO WS-LPA-PERSONNE(WS-NB-LPA).
           MOVE WS-ROLE-SAISI      TO WS-LPA-ROLE(WS-NB-LPA).
           MOVE WS-PRINCIPAL-SAISI TO WS-LPA-PRINCIPAL(WS-NB-LPA).
           MOVE WS-COURRIER-SAISI  TO WS-LPA-COURRIER(WS-NB-LPA).
           IF WS-PRINCIPAL-SAISI = "O"
               MOVE WS-NB-LPA TO WS-IDX-LPA-TROUVE
               PERFORM UN-SEUL-PRINCIPAL
           END-IF.
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Parent lie a l'eleve " WS-ELEVE-SAISI.
       LIER-PARENT-FIN.
           EXIT.

      *    Les drapeaux saisis valent O ou N
       NORMALISER-DRAPEAUX.
           MOVE FUNCTION UPPER-CASE(WS-PRINCIPAL-SAISI)
               TO WS-PRINCIPAL-SAISI.
           IF WS-PRINCIPAL-SAISI NOT = "O"
               MOVE "N" TO WS-PRINCIPAL-SAISI
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-COURRIER-SAISI)
               TO WS-COURRIER-SAISI.
           IF WS-COURRIER-SAISI NOT = "O"
               MOVE "N" TO WS-COURRIER-SAISI
           END-IF.

      *    Un seul contact principal par eleve : le lien
      *    WS-IDX-LPA-TROUVE detrone les autres liens de l'eleve
       UN-SEUL-PRINCIPAL.
           PERFORM VARYING WS-IDX-LPA FROM 1 BY 1
                   UNTIL WS-IDX-LPA > WS-NB-LPA
               IF WS-LPA-ELEVE(WS-IDX-LPA) = WS-ELEVE-SAISI
                  AND WS-IDX-LPA NOT = WS-IDX-LPA-TROUVE
                   MOVE "N" TO WS-LPA-PRINCIPAL(WS-IDX-LPA)
               END-IF
           END-PERFORM.

      *    Recherche du lien WS-ELEVE-SAISI / WS-PERSONNE-SAISIE
       CHERCHER-LIEN.
           MOVE 0 TO WS-IDX-LPA-TROUVE.
           PERFORM VARYING WS-IDX-LPA FROM 1 BY 1
                   UNTIL WS-IDX-LPA > WS-NB-LPA
                   OR WS-IDX-LPA-TROUVE NOT = 0
               IF WS-LPA-ELEVE(WS-IDX-LPA) = WS-ELEVE-SAISI
                  AND WS-LPA-PERSONNE(WS-IDX-LPA) =
                      WS-PERSONNE-SAISIE
                   MOVE WS-IDX-LPA TO WS-IDX-LPA-TROUVE
               END-IF
           END-PERFORM.

       MODIFIER-LIEN.
           DISPLAY "Numero de l'eleve : ".
           ACCEPT WS-ELEVE-SAISI.
           DISPLAY "Numero de la personne (parent) : ".
           ACCEPT WS-PERSONNE-SAISIE.
           PERFORM CHERCHER-LIEN.
           IF WS-IDX-LPA-TROUVE = 0
               DISPLAY "Aucun lien entre cet eleve et cette personne."
               GO TO MODIFIER-LIEN-FIN
           END-IF.
           DISPLAY "Actuellement : principal "
                   WS-LPA-PRINCIPAL(WS-IDX-LPA-TROUVE)
                   " courrier " WS-LPA-COURRIER(WS-IDX-LPA-TROUVE).
           DISPLAY "Contact principal ? (O/N) : ".
           ACCEPT WS-PRINCIPAL-SAISI.
           DISPLAY "Recoit le courrier ? (O/N) : ".
           ACCEPT WS-COURRIER-SAISI.
           PERFORM NORMALISER-DRAPEAUX.
           MOVE WS-PRINCIPAL-SAISI
               TO WS-LPA-PRINCIPAL(WS-IDX-LPA-TROUVE).
           MOVE WS-COURRIER-SAISI
               TO WS-LPA-COURRIER(WS-IDX-LPA-TROUVE).
           IF WS-PRINCIPAL-SAISI = "O"
               PERFORM UN-SEUL-PRINCIPAL
           END-IF.
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Lien modifie.".
       MODIFIER-LIEN-FIN.
           EXIT.

       DELIER-PARENT.
           DISPLAY "Numero de l'eleve : ".
           ACCEPT WS-ELEVE-SAISI.
           DISPLAY "Numero de la personne a delier : ".
           ACCEPT WS-PERSONNE-SAISIE.
           PERFORM CHERCHER-LIEN.
           IF WS-IDX-LPA-TROUVE = 0
               DISPLAY "Aucun lien entre cet eleve et cette personne."
           ELSE
               PERFORM VARYING WS-IDX-LPA FROM WS-IDX-LPA-TROUVE
                       BY 1 UNTIL WS-IDX-LPA >= WS-NB-LPA
                   MOVE WS-LPA(WS-IDX-LPA + 1)
                       TO WS-LPA(WS-IDX-LPA)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-LPA
               MOVE "O" TO WS-MODIFIE
               DISPLAY "Parent delie."
           END-IF.

      *    Eleves du referentiel sans parent joignable : aucun lien,
      *    parents absents du maitre ou inactifs, sans adresse ni
      *    telephone, ou personne au courrier avec une adresse
       CONTROLER-JOIGNABLES.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "Referentiel eleves-ref.txt absent."
               GO TO CONTROLER-JOIGNABLES-FIN
           END-IF.
           OPEN OUTPUT CONTROLE-FICHIER.
           IF WS-CONTROLE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire parents-injoignables.txt"
               CLOSE REF-FICHIER
               GO TO CONTROLER-JOIGNABLES-FIN
           END-IF.
           MOVE 0 TO WS-NB-INJOIGNABLES.
           MOVE 0 TO WS-NB-CONTROLES.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-DATE-SYS(7:2) "/" WS-DATE-SYS(5:2) "/"
                  WS-DATE-SYS(1:4) DELIMITED BY SIZE
               INTO WS-DATE-EDITION.
           STRING "ELEVES SANS PARENT JOIGNABLE AU "
                  DELIMITED BY SIZE
                  WS-DATE-EDITION DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM ECRIRE-LIGNE.
           PERFORM UNTIL WS-REF-STATUS NOT = "00"
               READ REF-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-CONTROLES
                       PERFORM CONTROLER-UN-ELEVE
               END-READ
           END-PERFORM.
           CLOSE REF-FICHIER.
           PERFORM ECRIRE-LIGNE.
           STRING "Eleves controles : " DELIMITED BY SIZE
                  WS-NB-CONTROLES DELIMITED BY SIZE
                  "   sans parent joignable : " DELIMITED BY SIZE
                  WS-NB-INJOIGNABLES DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           CLOSE CONTROLE-FICHIER.
           CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                        WS-REG-RAPPORT.
           DISPLAY "Eleves sans parent joignable : "
                   WS-NB-INJOIGNABLES
                   " (voir parents-injoignables.txt)".
       CONTROLER-JOIGNABLES-FIN.
           EXIT.

      *    Compte les liens de l'eleve lu, ceux qui menent a un
      *    parent actif joignable (adresse ou telephone) et ceux qui
      *    permettent le courrier ; note l'eleve s'il en manque
       CONTROLER-UN-ELEVE.
           MOVE 0 TO WS-NB-LIES.
           MOVE 0 TO WS-NB-JOIGNABLES.
           MOVE 0 TO WS-NB-COURRIER.
           PERFORM VARYING WS-IDX-LPA FROM 1 BY 1
                   UNTIL WS-IDX-LPA > WS-NB-LPA
               IF WS-LPA-ELEVE(WS-IDX-LPA) = F-REF-NUMERO
                   ADD 1 TO WS-NB-LIES
                   MOVE WS-LPA-PERSONNE(WS-IDX-LPA)
                       TO WS-PERSONNE-SAISIE
                   PERFORM LIRE-PERSONNE
                   IF WS-TROUVE = "O"
                      AND F-PER-ETAT NOT = "I"
                      AND F-PER-ETAT NOT = "D"
                      AND (F-PER-ADRESSE NOT = SPACES
                           OR F-PER-TEL NOT = SPACES)
                       ADD 1 TO WS-NB-JOIGNABLES
                       IF WS-LPA-COURRIER(WS-IDX-LPA) = "O"
                          AND F-PER-ADRESSE NOT = SPACES
                           ADD 1 TO WS-NB-COURRIER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-NB-LIES = 0
                   MOVE "aucun parent lie" TO WS-MOTIF
               WHEN WS-NB-JOIGNABLES = 0
                   MOVE "parents inactifs ou sans coordonnees"
                       TO WS-MOTIF
               WHEN WS-NB-COURRIER = 0
                   MOVE "aucun parent au courrier" TO WS-MOTIF
           END-EVALUATE.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-INJOIGNABLES
               STRING F-REF-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-REF-NOM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-REF-CLASSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MOTIF DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
