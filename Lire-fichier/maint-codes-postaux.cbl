       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CP.
      * Entretien de la reference des codes postaux codes-postaux.txt
      * (code postal, nom officiel de la commune) : liste, ajoute ou
      * retire un couple, et charge en une fois un fichier de la
      * Poste ou d'un tableur, codes-postaux-import.csv (colonnes
      * CODE;COMMUNE ou CODE,COMMUNE, ligne d'entete ignoree). Les
      * communes sont mises en majuscules et ramenees a la largeur
      * de F-PER-VILLE ; un couple deja connu n'est pas double. La
      * reference, tenue triee sur le code puis la commune, est
      * reecrite a la sortie. Personnes-d s'en sert pour refuser
      * les codes inconnus a la saisie, CONTROLE-ADR pour relever
      * les adresses du maitre a corriger, ETIQUETTES et
      * GERE-MENAGES pour signaler les etiquettes douteuses (le tout
      * via le sous-programme CodePostal).
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-FICHIER ASSIGN TO "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

           SELECT IMPORT-FICHIER ASSIGN TO "codes-postaux-import.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-FICHIER.
           COPY "CodePostal.cpy".

       FD  IMPORT-FICHIER.
       01  F-LIGNE-IMPORT            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CODES-STATUS            PIC XX.
       01 WS-IMPORT-STATUS           PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-MODIFIE                 PIC X VALUE "N".

       01 WS-TABLE-CPO.
           05 WS-CPO OCCURS 2000 TIMES.
              10 WS-CPO-CODE         PIC X(05).
              10 WS-CPO-VILLE        PIC X(15).
       77 WS-CPO-CAPACITE            PIC 9(04) VALUE 2000.
       01 WS-NB-CPO                  PIC 9(04) VALUE 0.
       01 WS-IDX-CPO                 PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-IDX-INSERTION           PIC 9(04) VALUE 0.
       01 WS-TROP-CPO                PIC X VALUE "N".

      *    Couple saisi ou importe
       01 WS-COUPLE.
           05 WS-CP-SAISI            PIC X(05).
           05 WS-VILLE-SAISIE        PIC X(15).
       01 WS-TEXTE-SAISI             PIC X(40).
       01 WS-FILTRE                  PIC X(05).
       01 WS-LG-FILTRE               PIC 9(02).
       01 WS-NB-LISTES               PIC 9(04).
       01 WS-RESULTAT-AJOUT          PIC X.

      *    Import : zones de la ligne et comptes
       01 WS-CHAMP-CODE              PIC X(20).
       01 WS-CHAMP-VILLE             PIC X(40).
       01 WS-NB-LIGNES               PIC 9(05) VALUE 0.
       01 WS-NB-AJOUTES              PIC 9(05) VALUE 0.
       01 WS-NB-CONNUS               PIC 9(05) VALUE 0.
       01 WS-NB-REJETES              PIC 9(05) VALUE 0.
       01 WS-NB-TRONQUES             PIC 9(05) VALUE 0.

      *    Rechargement de la reference du sous-programme partage
      *    CodePostal apres mise a jour
       01 WS-CPO-ACTION              PIC X.
       01 WS-CPO-VIDE                PIC X(05) VALUE SPACES.
       01 WS-CPO-VILLE-VIDE          PIC X(15) VALUE SPACES.
       01 WS-CPO-CP-PROPOSE          PIC X(05).
       01 WS-CPO-VILLE-PROPOSEE      PIC X(15).
       01 WS-CPO-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-CODES.

       PERFORM UNTIL WS-CHOIX = 5
           DISPLAY "----- CODES POSTAUX -----"
           DISPLAY "1. Lister les codes postaux"
           DISPLAY "2. Ajouter un code postal / commune"
           DISPLAY "3. Retirer un code postal / commune"
           DISPLAY "4. Charger codes-postaux-import.csv"
           DISPLAY "5. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-CODES
               WHEN 2
                   PERFORM AJOUTER-CODE
                       THRU AJOUTER-CODE-FIN
               WHEN 3
                   PERFORM RETIRER-CODE
                       THRU RETIRER-CODE-FIN
               WHEN 4
                   PERFORM CHARGER-IMPORT
                       THRU CHARGER-IMPORT-FIN
               WHEN 5
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-CODES
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge codes-postaux.txt dans WS-CPO ; l'absence du
      *    fichier (premiere utilisation) n'est pas une erreur
       CHARGER-CODES.
           OPEN INPUT CODES-FICHIER.
           IF WS-CODES-STATUS = "00"
               PERFORM UNTIL WS-CODES-STATUS NOT = "00"
                   READ CODES-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CPO < WS-CPO-CAPACITE
                               ADD 1 TO WS-NB-CPO
                               MOVE F-CODE-POSTAL TO WS-CPO(WS-NB-CPO)
                           ELSE
                               MOVE "O" TO WS-TROP-CPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODES-FICHIER
           END-IF.
           IF WS-TROP-CPO = "O"
               DISPLAY "** codes-postaux.txt depasse " WS-CPO-CAPACITE
                       " lignes : le fichier ne sera pas reecrit **"
           END-IF.

      *    Liste complete, ou les codes commencant par un debut saisi
      *    (departement par exemple)
       LISTER-CODES.
           DISPLAY "Debut du code (vide = tous) : ".
           ACCEPT WS-FILTRE.
           MOVE 0 TO WS-LG-FILTRE.
           INSPECT WS-FILTRE TALLYING WS-LG-FILTRE
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-NB-LISTES.
           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-NB-CPO
               IF WS-LG-FILTRE = 0
                   ADD 1 TO WS-NB-LISTES
                   DISPLAY WS-CPO-CODE(WS-IDX-CPO) " "
                           WS-CPO-VILLE(WS-IDX-CPO)
               ELSE
                   IF WS-CPO-CODE(WS-IDX-CPO)(1:WS-LG-FILTRE) =
                           WS-FILTRE(1:WS-LG-FILTRE)
                       ADD 1 TO WS-NB-LISTES
                       DISPLAY WS-CPO-CODE(WS-IDX-CPO) " "
                               WS-CPO-VILLE(WS-IDX-CPO)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Couples listes : " WS-NB-LISTES
                   " sur " WS-NB-CPO.

      *    Recherche WS-COUPLE dans la table (resultat dans
      *    WS-IDX-TROUVE, 0 si absent)
       TROUVER-COUPLE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-NB-CPO
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-CPO(WS-IDX-CPO) = WS-COUPLE
                   MOVE WS-IDX-CPO TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       AJOUTER-CODE.
           DISPLAY "Code postal (5 chiffres) : ".
           ACCEPT WS-CP-SAISI.
           IF WS-CP-SAISI = SPACES
               GO TO AJOUTER-CODE-FIN
           END-IF.
           IF WS-CP-SAISI IS NOT NUMERIC
               DISPLAY "Code postal invalide : 5 chiffres attendus."
               GO TO AJOUTER-CODE-FIN
           END-IF.
           DISPLAY "Commune (nom officiel) : ".
           ACCEPT WS-TEXTE-SAISI.
           IF WS-TEXTE-SAISI = SPACES
               GO TO AJOUTER-CODE-FIN
           END-IF.
           IF WS-TEXTE-SAISI(16:25) NOT = SPACES
               DISPLAY "Nom ramene a 15 caracteres : "
                       WS-TEXTE-SAISI(1:15)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TEXTE-SAISI(1:15))
               TO WS-VILLE-SAISIE.
           PERFORM AJOUTER-COUPLE.
           EVALUATE WS-RESULTAT-AJOUT
               WHEN "O"
                   DISPLAY "Ajoute : " WS-CP-SAISI " " WS-VILLE-SAISIE
               WHEN "D"
                   DISPLAY "Ce couple figure deja dans la reference."
               WHEN OTHER
                   DISPLAY "La reference est pleine (" WS-CPO-CAPACITE
                           " couples)."
           END-EVALUATE.
       AJOUTER-CODE-FIN.
           EXIT.

      *    Insere WS-COUPLE a sa place (tri sur code puis commune) ;
      *    WS-RESULTAT-AJOUT : O = ajoute, D = deja present,
      *    P = table pleine
       AJOUTER-COUPLE.
           PERFORM TROUVER-COUPLE.
           IF WS-IDX-TROUVE NOT = 0
               MOVE "D" TO WS-RESULTAT-AJOUT
           ELSE
               IF WS-NB-CPO = WS-CPO-CAPACITE
                   MOVE "P" TO WS-RESULTAT-AJOUT
               ELSE
                   MOVE "O" TO WS-RESULTAT-AJOUT
                   MOVE 0 TO WS-IDX-INSERTION
                   PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                           UNTIL WS-IDX-CPO > WS-NB-CPO
                           OR WS-IDX-INSERTION NOT = 0
                       IF WS-CPO(WS-IDX-CPO) > WS-COUPLE
                           MOVE WS-IDX-CPO TO WS-IDX-INSERTION
                       END-IF
                   END-PERFORM
                   IF WS-IDX-INSERTION = 0
                       COMPUTE WS-IDX-INSERTION = WS-NB-CPO + 1
                   END-IF
                   PERFORM VARYING WS-IDX-CPO FROM WS-NB-CPO BY -1
                           UNTIL WS-IDX-CPO < WS-IDX-INSERTION
                       MOVE WS-CPO(WS-IDX-CPO) TO WS-CPO(WS-IDX-CPO + 1)
                   END-PERFORM
                   MOVE WS-COUPLE TO WS-CPO(WS-IDX-INSERTION)
                   ADD 1 TO WS-NB-CPO
                   MOVE "O" TO WS-MODIFIE
               END-IF
           END-IF.

      *    Retire le couple en decalant les entrees suivantes
       RETIRER-CODE.
           DISPLAY "Code postal a retirer : ".
           ACCEPT WS-CP-SAISI.
           DISPLAY "Commune : ".
           ACCEPT WS-TEXTE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-TEXTE-SAISI(1:15))
               TO WS-VILLE-SAISIE.
           PERFORM TROUVER-COUPLE.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Couple absent de la reference."
               GO TO RETIRER-CODE-FIN
           END-IF.
           PERFORM VARYING WS-IDX-CPO FROM WS-IDX-TROUVE BY 1
                   UNTIL WS-IDX-CPO >= WS-NB-CPO
               MOVE WS-CPO(WS-IDX-CPO + 1) TO WS-CPO(WS-IDX-CPO)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-CPO.
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Couple retire.".
       RETIRER-CODE-FIN.
           EXIT.

      *    Chargement d'un fichier complet : chaque ligne
      *    CODE;COMMUNE (ou CODE,COMMUNE) au code sur 5 chiffres est
      *    ajoutee si elle est nouvelle ; les autres (entete
      *    comprise) sont comptees a part
       CHARGER-IMPORT.
           IF WS-TROP-CPO = "O"
               DISPLAY "Reference incomplete en memoire : chargement "
                       "refuse."
               GO TO CHARGER-IMPORT-FIN
           END-IF.
           OPEN INPUT IMPORT-FICHIER.
           IF WS-IMPORT-STATUS NOT = "00"
               DISPLAY "Fichier codes-postaux-import.csv absent."
               GO TO CHARGER-IMPORT-FIN
           END-IF.
           MOVE 0 TO WS-NB-LIGNES WS-NB-AJOUTES WS-NB-CONNUS
                     WS-NB-REJETES WS-NB-TRONQUES.
           MOVE "C" TO WS-FIN.
           PERFORM UNTIL WS-IMPORT-STATUS NOT = "00"
               READ IMPORT-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       PERFORM IMPORTER-LIGNE
               END-READ
           END-PERFORM.
           CLOSE IMPORT-FICHIER.
           DISPLAY "Lignes lues        : " WS-NB-LIGNES.
           DISPLAY "Couples ajoutes    : " WS-NB-AJOUTES.
           DISPLAY "Deja connus        : " WS-NB-CONNUS.
           DISPLAY "Lignes ecartees    : " WS-NB-REJETES.
           DISPLAY "Communes tronquees : " WS-NB-TRONQUES.
       CHARGER-IMPORT-FIN.
           EXIT.

       IMPORTER-LIGNE.
           MOVE SPACES TO WS-CHAMP-CODE WS-CHAMP-VILLE.
           UNSTRING F-LIGNE-IMPORT DELIMITED BY ";" OR ","
               INTO WS-CHAMP-CODE WS-CHAMP-VILLE.
           MOVE FUNCTION TRIM(WS-CHAMP-CODE) TO WS-CHAMP-CODE.
           MOVE FUNCTION TRIM(WS-CHAMP-VILLE) TO WS-CHAMP-VILLE.
           IF WS-CHAMP-CODE(1:5) IS NOT NUMERIC
              OR WS-CHAMP-CODE(6:15) NOT = SPACES
              OR WS-CHAMP-VILLE = SPACES
               ADD 1 TO WS-NB-REJETES
           ELSE
               IF WS-CHAMP-VILLE(16:25) NOT = SPACES
                   ADD 1 TO WS-NB-TRONQUES
               END-IF
               MOVE WS-CHAMP-CODE(1:5) TO WS-CP-SAISI
               MOVE FUNCTION UPPER-CASE(WS-CHAMP-VILLE(1:15))
                   TO WS-VILLE-SAISIE
               PERFORM AJOUTER-COUPLE
               EVALUATE WS-RESULTAT-AJOUT
                   WHEN "O"
                       ADD 1 TO WS-NB-AJOUTES
                   WHEN "D"
                       ADD 1 TO WS-NB-CONNUS
                   WHEN OTHER
                       ADD 1 TO WS-NB-REJETES
               END-EVALUATE
           END-IF.

      *    Reecrit codes-postaux.txt a partir de WS-CPO(1..WS-NB-CPO)
      *    ; jamais depuis une table incomplete. La reference du
      *    sous-programme CodePostal est rechargee ensuite
       ECRIRE-CODES.
           IF WS-TROP-CPO = "O"
               DISPLAY "** codes-postaux.txt non reecrit (capacite "
                       "depassee) **"
           ELSE
               OPEN OUTPUT CODES-FICHIER
               IF WS-CODES-STATUS NOT = "00"
                   DISPLAY "Impossible d'ecrire codes-postaux.txt"
               ELSE
                   PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                           UNTIL WS-IDX-CPO > WS-NB-CPO
                       MOVE WS-CPO(WS-IDX-CPO) TO F-CODE-POSTAL
                       WRITE F-CODE-POSTAL
                   END-PERFORM
                   CLOSE CODES-FICHIER
                   DISPLAY "codes-postaux.txt mis a jour."
                   MOVE "C" TO WS-CPO-ACTION
                   CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-VIDE
                                           WS-CPO-VILLE-VIDE
                                           WS-CPO-CP-PROPOSE
                                           WS-CPO-VILLE-PROPOSEE
                                           WS-CPO-RESULTAT
               END-IF
           END-IF.
