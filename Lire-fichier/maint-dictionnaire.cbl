       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-DICO.
      * Entretien du dictionnaire de reference dictionnaire.txt qui
      * sert a ORTHOGRAPHE pour relever les fautes de frappe dans les
      * champs libres (descriptions de taches, noms d'articles, types
      * de pizzas, communes). Le dictionnaire se reconstruit a partir
      * de mots.txt (la liste de mots de MOTS-ANALYSE) et des noms
      * officiels des communes de codes-postaux.txt (MAINT-CP) ; les
      * mots approuves a la main (origine A) survivent a la
      * reconstruction. Un mot peut etre ajoute ou retire a la main,
      * et les mots inconnus du dernier controle (mots-inconnus.txt)
      * sont passes en revue un a un : approuver le mot tel quel,
      * ajouter l'orthographe juste, ou passer. Un mot approuve n'est
      * plus releve au controle suivant. Les textes sont coupes en
      * mots sur tout ce qui n'est pas une lettre, mis en majuscules ;
      * les mots d'une seule lettre sont ignores. Le dictionnaire,
      * tenu trie, est reecrit a la sortie.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICO-FICHIER ASSIGN TO "dictionnaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICO-STATUS.

           SELECT MOTS-FICHIER ASSIGN TO "mots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTS-STATUS.

           SELECT CODES-FICHIER ASSIGN TO "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

           SELECT INCONNUS-FICHIER ASSIGN TO "mots-inconnus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCONNUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DICO-FICHIER.
           COPY "Dictionnaire.cpy".

      *    Meme decoupage que F-MOT dans mots-analyse.cbl
       FD  MOTS-FICHIER.
       01  F-MOT                     PIC X(50).

       FD  CODES-FICHIER.
           COPY "CodePostal.cpy".

       FD  INCONNUS-FICHIER.
           COPY "MotInconnu.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DICO-STATUS             PIC XX.
       01 WS-MOTS-STATUS             PIC XX.
       01 WS-CODES-STATUS            PIC XX.
       01 WS-INCONNUS-STATUS         PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.
       01 WS-FIN                     PIC X VALUE "C".
       01 WS-MODIFIE                 PIC X VALUE "N".

       01 WS-TABLE-DIC.
           05 WS-DIC OCCURS 3000 TIMES.
              10 WS-DIC-MOT          PIC X(20).
              10 WS-DIC-ORIGINE      PIC X.
       77 WS-DIC-CAPACITE            PIC 9(04) VALUE 3000.
       01 WS-NB-DIC                  PIC 9(04) VALUE 0.
       01 WS-IDX-DIC                 PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-IDX-INSERTION           PIC 9(04) VALUE 0.
       01 WS-NB-GARDES               PIC 9(04) VALUE 0.
       01 WS-TROP-DIC                PIC X VALUE "N".

      *    Mot a ajouter, retirer ou chercher, et son origine
       01 WS-MOT                     PIC X(20).
       01 WS-ORIGINE                 PIC X.
       01 WS-RESULTAT-AJOUT          PIC X.
       01 WS-TEXTE-SAISI             PIC X(40).
       01 WS-FILTRE                  PIC X(20).
       01 WS-LG-FILTRE               PIC 9(02).
       01 WS-NB-LISTES               PIC 9(04).

      *    Decoupage d'un texte en mots : lettres A-Z et lettres
      *    accentuees (octets au-dela de 7F) ; tout le reste separe
       01 WS-TEXTE                   PIC X(50).
       01 WS-I                       PIC 9(02).
       01 WS-LG-MOT                  PIC 9(02).
       01 WS-CARACTERE               PIC X.
       01 WS-MOT-TROP-LONG           PIC X.

      *    Comptes de la reconstruction et de la revue
       01 WS-NB-AJOUTES              PIC 9(05) VALUE 0.
       01 WS-NB-CONNUS               PIC 9(05) VALUE 0.
       01 WS-NB-REFUSES              PIC 9(05) VALUE 0.
       01 WS-NB-APPROUVES            PIC 9(05) VALUE 0.
       01 WS-NB-DEJA                 PIC 9(05) VALUE 0.
       01 WS-NB-PASSES               PIC 9(05) VALUE 0.
       01 WS-REPONSE                 PIC X.
       01 WS-ARRET-REVUE             PIC X.
       01 WS-IDX-SUG                 PIC 9.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       PERFORM CHARGER-DICTIONNAIRE.

       PERFORM UNTIL WS-CHOIX = 6
           DISPLAY "----- DICTIONNAIRE -----"
           DISPLAY "1. Lister le dictionnaire"
           DISPLAY "2. Reconstruire depuis mots.txt et "
                   "codes-postaux.txt"
           DISPLAY "3. Ajouter un mot approuve"
           DISPLAY "4. Retirer un mot"
           DISPLAY "5. Revoir les mots inconnus du dernier controle"
           DISPLAY "6. Quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-DICTIONNAIRE
               WHEN 2
                   PERFORM RECONSTRUIRE
                       THRU RECONSTRUIRE-FIN
               WHEN 3
                   PERFORM AJOUTER-MOT-SAISI
                       THRU AJOUTER-MOT-SAISI-FIN
               WHEN 4
                   PERFORM RETIRER-MOT
                       THRU RETIRER-MOT-FIN
               WHEN 5
                   PERFORM REVOIR-INCONNUS
                       THRU REVOIR-INCONNUS-FIN
               WHEN 6
                   IF WS-MODIFIE = "O"
                       PERFORM ECRIRE-DICTIONNAIRE
                   END-IF
                   DISPLAY "Au revoir."
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE
       END-PERFORM.

       STOP RUN.

      *    Charge dictionnaire.txt dans WS-DIC ; l'absence du
      *    fichier (premiere utilisation) n'est pas une erreur
       CHARGER-DICTIONNAIRE.
           OPEN INPUT DICO-FICHIER.
           IF WS-DICO-STATUS = "00"
               PERFORM UNTIL WS-DICO-STATUS NOT = "00"
                   READ DICO-FICHIER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DIC < WS-DIC-CAPACITE
                               ADD 1 TO WS-NB-DIC
                               MOVE F-DICTIONNAIRE TO WS-DIC(WS-NB-DIC)
                           ELSE
                               MOVE "O" TO WS-TROP-DIC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICO-FICHIER
           END-IF.
           IF WS-TROP-DIC = "O"
               DISPLAY "** dictionnaire.txt depasse " WS-DIC-CAPACITE
                       " mots : le fichier ne sera pas reecrit **"
           END-IF.

      *    Liste complete, ou les mots commencant par un debut saisi
       LISTER-DICTIONNAIRE.
           DISPLAY "Debut du mot (vide = tous) : ".
           ACCEPT WS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE) TO WS-FILTRE.
           MOVE 0 TO WS-LG-FILTRE.
           INSPECT WS-FILTRE TALLYING WS-LG-FILTRE
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-NB-LISTES.
           PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                   UNTIL WS-IDX-DIC > WS-NB-DIC
               IF WS-LG-FILTRE = 0
                   ADD 1 TO WS-NB-LISTES
                   DISPLAY WS-DIC-MOT(WS-IDX-DIC) " "
                           WS-DIC-ORIGINE(WS-IDX-DIC)
               ELSE
                   IF WS-DIC-MOT(WS-IDX-DIC)(1:WS-LG-FILTRE) =
                           WS-FILTRE(1:WS-LG-FILTRE)
                       ADD 1 TO WS-NB-LISTES
                       DISPLAY WS-DIC-MOT(WS-IDX-DIC) " "
                               WS-DIC-ORIGINE(WS-IDX-DIC)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Mots listes : " WS-NB-LISTES " sur " WS-NB-DIC
                   " (M mots.txt, C commune, A approuve)".

      *    Recherche WS-MOT dans la table (resultat dans
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

      *    Insere WS-MOT (origine WS-ORIGINE) a sa place dans l'ordre
      *    alphabetique ; WS-RESULTAT-AJOUT : O = ajoute, D = deja
      *    present, P = table pleine
       AJOUTER-MOT.
           PERFORM TROUVER-MOT.
           IF WS-IDX-TROUVE NOT = 0
               MOVE "D" TO WS-RESULTAT-AJOUT
           ELSE
               IF WS-NB-DIC = WS-DIC-CAPACITE
                   MOVE "P" TO WS-RESULTAT-AJOUT
               ELSE
                   MOVE "O" TO WS-RESULTAT-AJOUT
                   MOVE 0 TO WS-IDX-INSERTION
                   PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                           UNTIL WS-IDX-DIC > WS-NB-DIC
                           OR WS-IDX-INSERTION NOT = 0
                       IF WS-DIC-MOT(WS-IDX-DIC) > WS-MOT
                           MOVE WS-IDX-DIC TO WS-IDX-INSERTION
                       END-IF
                   END-PERFORM
                   IF WS-IDX-INSERTION = 0
                       COMPUTE WS-IDX-INSERTION = WS-NB-DIC + 1
                   END-IF
                   PERFORM VARYING WS-IDX-DIC FROM WS-NB-DIC BY -1
                           UNTIL WS-IDX-DIC < WS-IDX-INSERTION
                       MOVE WS-DIC(WS-IDX-DIC) TO WS-DIC(WS-IDX-DIC + 1)
                   END-PERFORM
                   MOVE WS-MOT TO WS-DIC-MOT(WS-IDX-INSERTION)
                   MOVE WS-ORIGINE TO WS-DIC-ORIGINE(WS-IDX-INSERTION)
                   ADD 1 TO WS-NB-DIC
                   MOVE "O" TO WS-MODIFIE
               END-IF
           END-IF.

      *    Coupe WS-TEXTE en mots et ajoute chacun (origine
      *    WS-ORIGINE) ; un mot de plus de 20 lettres est refuse
       DECOUPER-TEXTE.
           MOVE FUNCTION UPPER-CASE(WS-TEXTE) TO WS-TEXTE.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LG-MOT.
           MOVE "N" TO WS-MOT-TROP-LONG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 50
               MOVE WS-TEXTE(WS-I:1) TO WS-CARACTERE
               IF (WS-CARACTERE >= "A" AND WS-CARACTERE <= "Z")
                  OR WS-CARACTERE > X"7F"
                   ADD 1 TO WS-LG-MOT
                   IF WS-LG-MOT > 20
                       MOVE "O" TO WS-MOT-TROP-LONG
                   ELSE
                       MOVE WS-CARACTERE TO WS-MOT(WS-LG-MOT:1)
                   END-IF
               ELSE
                   PERFORM RANGER-MOT-DECOUPE
               END-IF
           END-PERFORM.
           PERFORM RANGER-MOT-DECOUPE.

       RANGER-MOT-DECOUPE.
           IF WS-MOT-TROP-LONG = "O"
               ADD 1 TO WS-NB-REFUSES
           ELSE
               IF WS-LG-MOT > 1
                   PERFORM AJOUTER-MOT
                   EVALUATE WS-RESULTAT-AJOUT
                       WHEN "O"
                           ADD 1 TO WS-NB-AJOUTES
                       WHEN "D"
                           ADD 1 TO WS-NB-CONNUS
                       WHEN OTHER
                           ADD 1 TO WS-NB-REFUSES
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LG-MOT.
           MOVE "N" TO WS-MOT-TROP-LONG.

      *    Les mots M et C sont repris de leurs sources ; les mots
      *    approuves (A) restent
       RECONSTRUIRE.
           IF WS-TROP-DIC = "O"
               DISPLAY "Dictionnaire incomplet en memoire : "
                       "reconstruction refusee."
               GO TO RECONSTRUIRE-FIN
           END-IF.
           MOVE 0 TO WS-NB-GARDES.
           PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                   UNTIL WS-IDX-DIC > WS-NB-DIC
               IF WS-DIC-ORIGINE(WS-IDX-DIC) = "A"
                   ADD 1 TO WS-NB-GARDES
                   MOVE WS-DIC(WS-IDX-DIC) TO WS-DIC(WS-NB-GARDES)
               END-IF
           END-PERFORM.
           MOVE WS-NB-GARDES TO WS-NB-DIC.
           MOVE "O" TO WS-MODIFIE.
           MOVE 0 TO WS-NB-AJOUTES WS-NB-CONNUS WS-NB-REFUSES.

           OPEN INPUT MOTS-FICHIER.
           IF WS-MOTS-STATUS NOT = "00"
               DISPLAY "mots.txt absent : aucun mot courant repris."
           ELSE
               MOVE "M" TO WS-ORIGINE
               PERFORM UNTIL WS-MOTS-STATUS NOT = "00"
                   READ MOTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-MOT TO WS-TEXTE
                           PERFORM DECOUPER-TEXTE
                   END-READ
               END-PERFORM
               CLOSE MOTS-FICHIER
           END-IF.

           OPEN INPUT CODES-FICHIER.
           IF WS-CODES-STATUS NOT = "00"
               DISPLAY "codes-postaux.txt absent : aucune commune "
                       "reprise."
           ELSE
               MOVE "C" TO WS-ORIGINE
               PERFORM UNTIL WS-CODES-STATUS NOT = "00"
                   READ CODES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           MOVE F-CPO-VILLE TO WS-TEXTE
                           PERFORM DECOUPER-TEXTE
                   END-READ
               END-PERFORM
               CLOSE CODES-FICHIER
           END-IF.

           DISPLAY "Mots approuves gardes : " WS-NB-GARDES.
           DISPLAY "Mots ajoutes          : " WS-NB-AJOUTES.
           DISPLAY "Deja presents         : " WS-NB-CONNUS.
           DISPLAY "Mots refuses          : " WS-NB-REFUSES.
           DISPLAY "Dictionnaire          : " WS-NB-DIC " mots".
       RECONSTRUIRE-FIN.
           EXIT.

       AJOUTER-MOT-SAISI.
           DISPLAY "Mot a approuver : ".
           ACCEPT WS-TEXTE-SAISI.
           IF WS-TEXTE-SAISI = SPACES
               GO TO AJOUTER-MOT-SAISI-FIN
           END-IF.
           PERFORM PREPARER-MOT-SAISI
               THRU PREPARER-MOT-SAISI-FIN.
           IF WS-MOT = SPACES
               DISPLAY "Un mot de 2 a 20 lettres est attendu."
               GO TO AJOUTER-MOT-SAISI-FIN
           END-IF.
           MOVE "A" TO WS-ORIGINE.
           PERFORM AJOUTER-MOT.
           EVALUATE WS-RESULTAT-AJOUT
               WHEN "O"
                   DISPLAY "Ajoute : " WS-MOT
               WHEN "D"
                   DISPLAY "Ce mot figure deja dans le dictionnaire."
               WHEN OTHER
                   DISPLAY "Le dictionnaire est plein ("
                           WS-DIC-CAPACITE " mots)."
           END-EVALUATE.
       AJOUTER-MOT-SAISI-FIN.
           EXIT.

      *    Le mot saisi doit etre un seul mot de 2 a 20 lettres ;
      *    WS-MOT reste a blanc sinon
       PREPARER-MOT-SAISI.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TEXTE-SAISI))
               TO WS-TEXTE-SAISI.
           MOVE SPACES TO WS-MOT.
           MOVE 0 TO WS-LG-MOT.
           INSPECT WS-TEXTE-SAISI TALLYING WS-LG-MOT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LG-MOT < 2 OR WS-LG-MOT > 20
               GO TO PREPARER-MOT-SAISI-FIN
           END-IF.
           IF WS-TEXTE-SAISI(WS-LG-MOT + 1:) NOT = SPACES
               GO TO PREPARER-MOT-SAISI-FIN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LG-MOT
               MOVE WS-TEXTE-SAISI(WS-I:1) TO WS-CARACTERE
               IF NOT ((WS-CARACTERE >= "A" AND WS-CARACTERE <= "Z")
                       OR WS-CARACTERE > X"7F")
                   GO TO PREPARER-MOT-SAISI-FIN
               END-IF
           END-PERFORM.
           MOVE WS-TEXTE-SAISI(1:20) TO WS-MOT.
       PREPARER-MOT-SAISI-FIN.
           EXIT.

      *    Retire le mot en decalant les entrees suivantes ; un mot
      *    repris de mots.txt ou des communes reviendra a la
      *    prochaine reconstruction
       RETIRER-MOT.
           DISPLAY "Mot a retirer : ".
           ACCEPT WS-TEXTE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-TEXTE-SAISI(1:20)) TO WS-MOT.
           PERFORM TROUVER-MOT.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Mot absent du dictionnaire."
               GO TO RETIRER-MOT-FIN
           END-IF.
           IF WS-DIC-ORIGINE(WS-IDX-TROUVE) NOT = "A"
               DISPLAY "Mot repris de "
                       "mots.txt ou de codes-postaux.txt : il "
                       "reviendra a la prochaine reconstruction."
           END-IF.
           PERFORM VARYING WS-IDX-DIC FROM WS-IDX-TROUVE BY 1
                   UNTIL WS-IDX-DIC >= WS-NB-DIC
               MOVE WS-DIC(WS-IDX-DIC + 1) TO WS-DIC(WS-IDX-DIC)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-DIC.
           MOVE "O" TO WS-MODIFIE.
           DISPLAY "Mot retire.".
       RETIRER-MOT-FIN.
           EXIT.

      *    Revue des mots inconnus du dernier passage d'ORTHOGRAPHE :
      *    A approuve le mot, C ajoute l'orthographe juste saisie,
      *    S passe, F arrete la revue
       REVOIR-INCONNUS.
           OPEN INPUT INCONNUS-FICHIER.
           IF WS-INCONNUS-STATUS NOT = "00"
               DISPLAY "mots-inconnus.txt absent : lancer ORTHOGRAPHE."
               GO TO REVOIR-INCONNUS-FIN
           END-IF.
           MOVE 0 TO WS-NB-APPROUVES WS-NB-DEJA WS-NB-PASSES.
           MOVE "N" TO WS-ARRET-REVUE.
           PERFORM UNTIL WS-INCONNUS-STATUS NOT = "00"
                   OR WS-ARRET-REVUE = "O"
               READ INCONNUS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       PERFORM REVOIR-MOT
                           THRU REVOIR-MOT-FIN
               END-READ
           END-PERFORM.
           CLOSE INCONNUS-FICHIER.
           DISPLAY "Mots approuves : " WS-NB-APPROUVES
                   "  deja au dictionnaire : " WS-NB-DEJA
                   "  passes : " WS-NB-PASSES.
       REVOIR-INCONNUS-FIN.
           EXIT.

       REVOIR-MOT.
           MOVE F-INC-MOT TO WS-MOT.
           PERFORM TROUVER-MOT.
           IF WS-IDX-TROUVE NOT = 0
               ADD 1 TO WS-NB-DEJA
               GO TO REVOIR-MOT-FIN
           END-IF.
           DISPLAY " ".
           DISPLAY "Mot inconnu : " F-INC-MOT " (" F-INC-NOMBRE
                   " fois)".
           PERFORM VARYING WS-IDX-SUG FROM 1 BY 1 UNTIL WS-IDX-SUG > 3
               IF F-INC-SUGGESTION(WS-IDX-SUG) NOT = SPACES
                   DISPLAY "   proposition : "
                           F-INC-SUGGESTION(WS-IDX-SUG)
               END-IF
           END-PERFORM.
           DISPLAY "A approuver, C corriger (ajouter la bonne "
                   "orthographe), S passer, F finir : ".
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           EVALUATE WS-REPONSE
               WHEN "A"
                   MOVE "A" TO WS-ORIGINE
                   PERFORM AJOUTER-MOT
                   IF WS-RESULTAT-AJOUT = "O"
                       ADD 1 TO WS-NB-APPROUVES
                   ELSE
                       DISPLAY "Le dictionnaire est plein."
                       MOVE "O" TO WS-ARRET-REVUE
                   END-IF
               WHEN "C"
                   PERFORM CORRIGER-MOT
               WHEN "F"
                   MOVE "O" TO WS-ARRET-REVUE
               WHEN OTHER
                   ADD 1 TO WS-NB-PASSES
           END-EVALUATE.
       REVOIR-MOT-FIN.
           EXIT.

      *    L'orthographe juste rejoint le dictionnaire ; le mot fautif
      *    reste releve tant que la donnee n'est pas corrigee
       CORRIGER-MOT.
           DISPLAY "Bonne orthographe : ".
           ACCEPT WS-TEXTE-SAISI.
           PERFORM PREPARER-MOT-SAISI
               THRU PREPARER-MOT-SAISI-FIN.
           IF WS-MOT = SPACES
               DISPLAY "Un mot de 2 a 20 lettres est attendu ; "
                       "mot passe."
               ADD 1 TO WS-NB-PASSES
           ELSE
               MOVE "A" TO WS-ORIGINE
               PERFORM AJOUTER-MOT
               EVALUATE WS-RESULTAT-AJOUT
                   WHEN "O"
                       ADD 1 TO WS-NB-APPROUVES
                       DISPLAY "Ajoute : " WS-MOT
                   WHEN "D"
                       DISPLAY "Deja au dictionnaire : " WS-MOT
                   WHEN OTHER
                       DISPLAY "Le dictionnaire est plein."
                       MOVE "O" TO WS-ARRET-REVUE
               END-EVALUATE
           END-IF.

      *    Reecrit dictionnaire.txt a partir de WS-DIC(1..WS-NB-DIC) ;
      *    jamais depuis une table incomplete
       ECRIRE-DICTIONNAIRE.
           IF WS-TROP-DIC = "O"
               DISPLAY "** dictionnaire.txt non reecrit (capacite "
                       "depassee) **"
           ELSE
               OPEN OUTPUT DICO-FICHIER
               IF WS-DICO-STATUS NOT = "00"
                   DISPLAY "Impossible d'ecrire dictionnaire.txt"
               ELSE
                   PERFORM VARYING WS-IDX-DIC FROM 1 BY 1
                           UNTIL WS-IDX-DIC > WS-NB-DIC
                       MOVE WS-DIC(WS-IDX-DIC) TO F-DICTIONNAIRE
                       WRITE F-DICTIONNAIRE
                   END-PERFORM
                   CLOSE DICO-FICHIER
                   DISPLAY "dictionnaire.txt mis a jour."
               END-IF
           END-IF.
