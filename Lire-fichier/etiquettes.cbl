      * dans etiquettes.txt : prenom nom, adresse, code postal et
      * ville, ligne blanche entre deux etiquettes. Les personnes
      * sans adresse sont comptees a part.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies au lancement ; un ecart est signale et alerte le
      * superviseur sans bloquer le travail.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Quatrieme selection : les parents des eleves d'une classe qui
      * recoivent le courrier (eleves-ref.txt et parents-eleves.txt),
      * une etiquette par parent meme s'il a plusieurs enfants dans la
      * classe.
      * Chaque adresse imprimee est controlee contre la reference des
      * codes postaux (CodePostal) : une etiquette dont le couple code
      * postal / commune est inconnu est signalee a l'ecran avec la
      * correction proposee, et les adresses non validees sont
      * comptees.
      * Un tirage peut etre rattache a un code de campagne (Campagne) :
      * chaque etiquette imprimee est alors enregistree comme envoi
      * pour le suivi des retours dans CAMPAGNES. Les personnes dont le
      * courrier est revenu (F-PER-NPAI) sont sautees jusqu'a la
      * correction de leur adresse, et comptees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETIQUETTES-STATUS.

           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-P.
       FD  ETIQUETTES-FICHIER.
       01  F-LIGNE-ETIQUETTE         PIC X(40).

      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO        PIC 9(05).
           05 F-REF-NOM           PIC X(30).
           05 F-REF-CLASSE        PIC X(03).
           05 F-REF-ENTREE        PIC 9(08).

       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-ETIQUETTES-STATUS       PIC XX.
       01 WS-REF-STATUS              PIC XX.
       01 WS-LIENS-STATUS            PIC XX.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-CHOIX                   PIC 9 VALUE 0.

       01 WS-LEN-MOT                 PIC 9(2).
       01 WS-POS                     PIC 9(2).
       01 WS-RETENUE                 PIC X.
       01 WS-CLASSE-DEMANDEE         PIC X(03).

      *    Parents d'une classe : eleves de la classe (eleves-ref.txt)
      *    puis leurs parents qui recoivent le courrier
      *    (parents-eleves.txt), chacun une seule fois
       01 WS-TABLE-ELV.
           05 WS-ELV-NUMERO OCCURS 200 TIMES PIC 9(05).
       01 WS-NB-ELV                  PIC 9(03) VALUE 0.
       01 WS-IDX-ELV                 PIC 9(03) VALUE 1.
       01 WS-TABLE-PAR.
           05 WS-PAR-NUMERO OCCURS 300 TIMES PIC 9(05).
       01 WS-NB-PAR                  PIC 9(03) VALUE 0.
       01 WS-IDX-PAR                 PIC 9(03) VALUE 1.
       01 WS-PAR-CONNU               PIC X.

       01 WS-NB-ETIQUETTES           PIC 9(03) VALUE 0.
       01 WS-NB-SANS-ADRESSE         PIC 9(03) VALUE 0.
       01 WS-LIGNE-ETIQUETTE         PIC X(40).

      *    Adresse controlee contre la reference des codes postaux
      *    (sous-programme partage CodePostal) avant impression
       01 WS-CPO-ACTION              PIC X     VALUE "V".
       01 WS-CPO-CP-PROPOSE          PIC X(05).
       01 WS-CPO-VILLE-PROPOSEE      PIC X(15).
       01 WS-CPO-RESULTAT            PIC X.
       01 WS-NB-NON-VALIDEES         PIC 9(03) VALUE 0.
       01 WS-NB-NPAI                 PIC 9(03) VALUE 0.

      *    Campagne de courrier rattachee au tirage (sous-programme
      *    partage Campagne) : une ligne d'envoi par etiquette
       01 WS-CAM-ACTION              PIC X.
       01 WS-CAM-CAMPAGNE.
           05 WS-CAM-CODE            PIC X(08).
           05 WS-CAM-PROGRAMME       PIC X(10) VALUE "ETIQUETTES".
           05 WS-CAM-SELECTION       PIC X(40).
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

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart est signale
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "ETIQUETTES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.

       DISPLAY "1. Toutes les personnes".
       DISPLAY "2. Anniversaires d'un mois".
       DISPLAY "3. Noms contenant un morceau".
       DISPLAY "4. Parents des eleves d'une classe".
       DISPLAY "Votre choix : ".
       ACCEPT WS-CHOIX.

                   TO WS-MORCEAU-MAJ
               COMPUTE WS-LEN-MOT =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MORCEAU))
           WHEN 4
               DISPLAY "Classe : "
               ACCEPT WS-CLASSE-DEMANDEE
               MOVE FUNCTION UPPER-CASE(WS-CLASSE-DEMANDEE)
                   TO WS-CLASSE-DEMANDEE
               PERFORM CHARGER-PARENTS-CLASSE
               DISPLAY "Eleves de la classe : " WS-NB-ELV
                       "   parents au courrier : " WS-NB-PAR
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
           IF WS-ETIQUETTES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire etiquettes.txt"
           ELSE
               PERFORM DEMANDER-CAMPAGNE
               PERFORM UNTIL WS-FICHIER-P-STATUS NOT = "00"
                   READ FICHIER-P
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM EXAMINER-PERSONNE
                               THRU EXAMINER-PERSONNE-FIN
                   END-READ
               END-PERFORM
               CLOSE ETIQUETTES-FICHIER
               IF WS-CAM-ACTIVE = "O"
                   MOVE "F" TO WS-CAM-ACTION
                   CALL "Campagne" USING WS-CAM-ACTION WS-CAM-CAMPAGNE
                                         WS-CAM-ENVOI WS-CAM-RESULTAT
               END-IF

               DISPLAY " "
               DISPLAY "Etiquettes ecrites : " WS-NB-ETIQUETTES
                       " (voir etiquettes.txt)"
               DISPLAY "Sans adresse       : " WS-NB-SANS-ADRESSE
               DISPLAY "Adresses non validees : " WS-NB-NON-VALIDEES
               DISPLAY "Adresses en retour (sautees) : " WS-NB-NPAI
               IF WS-CAM-ACTIVE = "O"
                   DISPLAY "Campagne " WS-CAM-CODE " : " WS-NB-ENVOIS
                           " envois enregistres"
               END-IF
           END-IF
           CLOSE FICHIER-P
       END-IF.

       GOBACK.

      *    Code de campagne facultatif, unique : le tirage et ses
      *    envois sont alors enregistres pour le suivi des retours
      *    dans CAMPAGNES
       DEMANDER-CAMPAGNE.
           EVALUATE WS-CHOIX
               WHEN 2
                   MOVE SPACES TO WS-CAM-SELECTION
                   STRING "Anniversaires du mois " WS-MOIS-DEMANDE
                       DELIMITED BY SIZE INTO WS-CAM-SELECTION
               WHEN 3
                   MOVE SPACES TO WS-CAM-SELECTION
                   STRING "Noms contenant " WS-MORCEAU-MAJ
                       DELIMITED BY SIZE INTO WS-CAM-SELECTION
               WHEN 4
                   MOVE SPACES TO WS-CAM-SELECTION
                   STRING "Parents de la classe " WS-CLASSE-DEMANDEE
                       DELIMITED BY SIZE INTO WS-CAM-SELECTION
               WHEN OTHER
                   MOVE "Toutes les personnes" TO WS-CAM-SELECTION
           END-EVALUATE.
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

      *    Applique la selection puis ecrit l'etiquette ; les
      *    personnes archivees par ARCHIVE-PERS ne recoivent pas
      *    de courrier
                   END-IF
               WHEN 3
                   PERFORM CHERCHER-MORCEAU
                       THRU CHERCHER-MORCEAU-FIN
               WHEN 4
                   PERFORM CHERCHER-PARENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               IF F-PER-ADRESSE = SPACES
                   ADD 1 TO WS-NB-SANS-ADRESSE
               ELSE
                   IF F-PER-NPAI = "O"
                       ADD 1 TO WS-NB-NPAI
                   ELSE
                       PERFORM ECRIRE-ETIQUETTE
                   END-IF
               END-IF
           END-IF.
       EXAMINER-PERSONNE-FIN.
       CHERCHER-MORCEAU-FIN.
           EXIT.

      *    Eleves de la classe demandee, puis numeros des parents
      *    qui recoivent le courrier (un parent de plusieurs enfants
      *    de la classe n'est retenu qu'une fois)
       CHARGER-PARENTS-CLASSE.
           MOVE 0 TO WS-NB-ELV.
           MOVE 0 TO WS-NB-PAR.
           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "Referentiel eleves-ref.txt absent."
           ELSE
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-REF-CLASSE = WS-CLASSE-DEMANDEE
                              AND WS-NB-ELV < 200
                               ADD 1 TO WS-NB-ELV
                               MOVE F-REF-NUMERO
                                   TO WS-ELV-NUMERO(WS-NB-ELV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS NOT = "00"
               DISPLAY "Aucun lien eleve/parent (parents-eleves.txt)."
           ELSE
               PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
                   READ LIENS-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF F-LPA-COURRIER = "O"
                               PERFORM RETENIR-PARENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-FICHIER
           END-IF.

      *    Retient le parent du lien lu si son enfant est dans la
      *    classe et qu'il n'est pas deja retenu
       RETENIR-PARENT.
           MOVE "N" TO WS-RETENUE.
           PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                   UNTIL WS-IDX-ELV > WS-NB-ELV
                   OR WS-RETENUE = "O"
               IF WS-ELV-NUMERO(WS-IDX-ELV) = F-LPA-ELEVE
                   MOVE "O" TO WS-RETENUE
               END-IF
           END-PERFORM.
           IF WS-RETENUE = "O"
               MOVE F-LPA-PERSONNE TO F-PER-NUMERO
               PERFORM CHERCHER-PARENT
               IF WS-RETENUE = "N" AND WS-NB-PAR < 300
                   ADD 1 TO WS-NB-PAR
                   MOVE F-LPA-PERSONNE TO WS-PAR-NUMERO(WS-NB-PAR)
               END-IF
           END-IF.

      *    La personne F-PER-NUMERO est-elle un parent retenu ?
       CHERCHER-PARENT.
           MOVE "N" TO WS-RETENUE.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-NB-PAR
                   OR WS-RETENUE = "O"
               IF WS-PAR-NUMERO(WS-IDX-PAR) = F-PER-NUMERO
                   MOVE "O" TO WS-RETENUE
               END-IF
           END-PERFORM.

      *    Une etiquette : prenom nom, adresse, code postal et
      *    ville, puis une ligne blanche
       ECRIRE-ETIQUETTE.
           ADD 1 TO WS-NB-ETIQUETTES.
           PERFORM CONTROLER-ADRESSE.
           IF WS-CAM-ACTIVE = "O"
               MOVE "E" TO WS-CAM-ACTION
               MOVE F-PER-NUMERO TO WS-CAM-PERSONNE
               MOVE SPACES TO WS-CAM-MENAGE
               MOVE F-PER-CP TO WS-CAM-CP
               MOVE F-PER-VILLE TO WS-CAM-VILLE
               CALL "Campagne" USING WS-CAM-ACTION WS-CAM-CAMPAGNE
                                     WS-CAM-ENVOI WS-CAM-RESULTAT
               ADD 1 TO WS-NB-ENVOIS
           END-IF.
           MOVE SPACES TO WS-LIGNE-ETIQUETTE.
           STRING FUNCTION TRIM(F-PER-PRENOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           WRITE F-LIGNE-ETIQUETTE.
           MOVE SPACES TO F-LIGNE-ETIQUETTE.
           WRITE F-LIGNE-ETIQUETTE.

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
