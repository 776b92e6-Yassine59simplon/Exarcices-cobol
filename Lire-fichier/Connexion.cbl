       IDENTIFICATION DIVISION.
       PROGRAM-ID. Connexion.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : ouverture de session d'un
      *    operateur par son code et son code PIN, partout ou un
      *    programme demande le code operateur (OPERATIONS et les
      *    programmes lances seuls).
      *    Action "C" (connexion) : demande le code, le verifie dans
      *    operateurs.txt (codes actifs), puis demande le PIN et le
      *    compare au PIN brouille de pin-operateurs.txt. Trois
      *    essais au plus par appel. Trois PIN faux de suite (d'une
      *    session a l'autre) bloquent le code : alerte PN via
      *    AlerteLog, et seul un superviseur peut le debloquer. Un
      *    PIN provisoire (operateur sans ligne dans pin-operateurs,
      *    PIN provisoire 0000, ou PIN reinitialise) doit etre change
      *    a la premiere connexion. L'operateur de la chaine
      *    automatique (role B dans operateurs.txt, ou code
      *    OPERATEUR-BATCH de parametres.txt, BAT par defaut) est
      *    refuse en saisie.
      *    Action "R" (reinitialisation, par un superviseur) : pose
      *    un PIN provisoire saisi pour le code L-CODE, debloque le
      *    code et force le changement a la prochaine connexion.
      *    Resultat : O = connecte (ou PIN reinitialise), V = code
      *    laisse vide, N = refuse ; L-CODE est a blanc sauf en cas
      *    de succes. Un operateurs.txt absent laisse passer le code
      *    saisi sans PIN, comme RoleOperateur (roles non configures).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEURS-FICHIER ASSIGN TO "operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATEURS-STATUS.

      *    Un PIN brouille par operateur, jamais en clair
           SELECT PINS-FICHIER ASSIGN TO "pin-operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-OPERATEUR dans operations.cbl
       FD  OPERATEURS-FICHIER.
       01  F-OPERATEUR.
           05 F-OPR-CODE          PIC X(03).
           05 F-OPR-NOM           PIC X(20).
           05 F-OPR-ACTIF         PIC X.
           05 F-OPR-ROLE          PIC X.

      *    Etat : N = PIN provisoire a changer, A = actif,
      *    B = bloque apres trois PIN faux
       FD  PINS-FICHIER.
       01  F-PIN.
           05 F-PIN-CODE          PIC X(03).
           05 F-PIN-BROUILLE      PIC 9(08).
           05 F-PIN-ECHECS        PIC 9.
           05 F-PIN-ETAT          PIC X.
           05 F-PIN-DATE          PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-OPERATEURS-STATUS    PIC XX.
       01 WS-PINS-STATUS          PIC XX.
       01 WS-FIN                  PIC X.

      *    Les PIN, charges puis reecrits en bloc a chaque changement
       01 WS-TABLE-PINS.
           05 WS-PIN OCCURS 100 TIMES.
              10 WS-PIN-CODE      PIC X(03).
              10 WS-PIN-BROUILLE  PIC 9(08).
              10 WS-PIN-ECHECS    PIC 9.
              10 WS-PIN-ETAT      PIC X.
              10 WS-PIN-DATE      PIC 9(08).
       77 WS-PIN-CAPACITE         PIC 9(03) VALUE 100.
       01 WS-NB-PINS              PIC 9(03) VALUE 0.
       01 WS-IDX-PIN              PIC 9(03) VALUE 1.
       01 WS-IDX-TROUVE           PIC 9(03) VALUE 0.

      *    Saisies et controles
       01 WS-CODE-SAISI           PIC X(03).
       01 WS-PIN-SAISI            PIC X(04).
       01 WS-PIN-CONFIRME         PIC X(04).
       01 WS-PIN-NUM              PIC 9(04).
       01 WS-PIN-CALCULE          PIC 9(08).
       01 WS-ESSAIS               PIC 9 VALUE 0.
       01 WS-BLOQUE               PIC X VALUE "N".
       01 WS-PIN-CHANGE           PIC X.
       01 WS-OPR-TROUVE           PIC X.
       01 WS-OPR-ROLE             PIC X.
       01 WS-CODE-BATCH           PIC X(03).

      *    Brouillage du PIN : melange arithmetique du PIN et du
      *    code operateur, pour que deux operateurs de meme PIN
      *    n'aient pas la meme valeur enregistree
       01 WS-BR-VALEUR            PIC 9(12).
       01 WS-BR-I                 PIC 9.

       77 WS-DATE-SYS             PIC 9(8).

      *    Parametres de parametres.txt, lus par le sous-programme
      *    Config
       01 WS-CFG-CLE              PIC X(20).
       01 WS-CFG-VALEUR           PIC X(20).
       01 WS-CFG-TROUVE           PIC X.

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME        PIC X(10) VALUE "CONNEXION".
       01 WS-ALR-FICHIER          PIC X(20).
       01 WS-ALR-STATUT           PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME        PIC X(10) VALUE "CONNEXION".
       01 WS-TRC-ACTION           PIC X(10).
       01 WS-TRC-OBJET            PIC X(20).
       01 WS-TRC-LIE              PIC X(03).
       01 WS-TRC-DETAIL           PIC X(30).

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-CODE                  PIC X(03).
       01 L-RESULTAT              PIC X.

       PROCEDURE DIVISION USING L-ACTION L-CODE L-RESULTAT.
       DEBUT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE "N" TO L-RESULTAT.
           MOVE "N" TO WS-BLOQUE.
           MOVE 0 TO WS-ESSAIS.
           MOVE SPACES TO WS-CODE-BATCH.
           MOVE "OPERATEUR-BATCH" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               MOVE FUNCTION UPPER-CASE(WS-CFG-VALEUR(1:3))
                   TO WS-CODE-BATCH
           END-IF.
           IF WS-CODE-BATCH = SPACES
               MOVE "BAT" TO WS-CODE-BATCH
           END-IF.

           IF L-ACTION = "R"
               PERFORM REINITIALISER-PIN THRU REINITIALISER-PIN-FIN
           ELSE
               MOVE SPACES TO L-CODE
               PERFORM SE-CONNECTER THRU SE-CONNECTER-FIN
                   UNTIL L-RESULTAT NOT = "N"
                   OR WS-ESSAIS NOT < 3
                   OR WS-BLOQUE = "O"
           END-IF.
           GOBACK.

      *    Un essai de connexion : code, puis PIN
       SE-CONNECTER.
           ADD 1 TO WS-ESSAIS.
           DISPLAY "Code operateur : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               MOVE "V" TO L-RESULTAT
               GO TO SE-CONNECTER-FIN
           END-IF.

           PERFORM CHERCHER-OPERATEUR.
           IF WS-OPR-TROUVE = "A"
      *        Pas de reference des operateurs : rien n'est
      *        verrouille
               MOVE WS-CODE-SAISI TO L-CODE
               MOVE "O" TO L-RESULTAT
               GO TO SE-CONNECTER-FIN
           END-IF.
           IF WS-OPR-TROUVE = "N"
               DISPLAY "Code inconnu ou inactif."
               GO TO SE-CONNECTER-FIN
           END-IF.
           IF WS-OPR-ROLE = "B" OR WS-CODE-SAISI = WS-CODE-BATCH
               DISPLAY "** Code reserve a la chaine automatique **"
               MOVE SPACES TO WS-ALR-FICHIER
               STRING "code batch " DELIMITED BY SIZE
                      WS-CODE-SAISI DELIMITED BY SIZE
                      " en saisie" DELIMITED BY SIZE
                   INTO WS-ALR-FICHIER
               MOVE "PN" TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
               MOVE "O" TO WS-BLOQUE
               GO TO SE-CONNECTER-FIN
           END-IF.

           PERFORM CHARGER-PINS.
           PERFORM TROUVER-PIN.
           IF WS-IDX-TROUVE = 0
               DISPLAY "** Trop d'operateurs dans pin-operateurs.txt **"
               MOVE "O" TO WS-BLOQUE
               GO TO SE-CONNECTER-FIN
           END-IF.
           IF WS-PIN-ETAT(WS-IDX-TROUVE) = "B"
               DISPLAY "** Code bloque apres trois PIN faux : voir "
                       "un superviseur **"
               MOVE "O" TO WS-BLOQUE
               GO TO SE-CONNECTER-FIN
           END-IF.

           DISPLAY "PIN : ".
           ACCEPT WS-PIN-SAISI.
           MOVE 0 TO WS-PIN-CALCULE.
           IF WS-PIN-SAISI IS NUMERIC
               MOVE WS-PIN-SAISI TO WS-PIN-NUM
               PERFORM BROUILLER-PIN
           END-IF.
           IF WS-PIN-SAISI IS NOT NUMERIC
              OR WS-PIN-CALCULE NOT = WS-PIN-BROUILLE(WS-IDX-TROUVE)
               ADD 1 TO WS-PIN-ECHECS(WS-IDX-TROUVE)
               IF WS-PIN-ECHECS(WS-IDX-TROUVE) NOT < 3
                   MOVE "B" TO WS-PIN-ETAT(WS-IDX-TROUVE)
                   MOVE "O" TO WS-BLOQUE
                   DISPLAY "** PIN faux pour la troisieme fois : code "
                           "bloque **"
                   MOVE SPACES TO WS-ALR-FICHIER
                   STRING "pin " DELIMITED BY SIZE
                          WS-CODE-SAISI DELIMITED BY SIZE
                          " bloque" DELIMITED BY SIZE
                       INTO WS-ALR-FICHIER
                   MOVE "PN" TO WS-ALR-STATUT
                   CALL "AlerteLog" USING WS-ALR-PROGRAMME
                                           WS-ALR-FICHIER
                                           WS-ALR-STATUT
               ELSE
                   DISPLAY "PIN incorrect."
               END-IF
               PERFORM ECRIRE-PINS
               GO TO SE-CONNECTER-FIN
           END-IF.

           MOVE 0 TO WS-PIN-ECHECS(WS-IDX-TROUVE).
           IF WS-PIN-ETAT(WS-IDX-TROUVE) NOT = "A"
               DISPLAY "PIN provisoire : choisir un nouveau PIN."
               MOVE "N" TO WS-PIN-CHANGE
               PERFORM CHANGER-PIN UNTIL WS-PIN-CHANGE = "O"
           END-IF.
           PERFORM ECRIRE-PINS.
           MOVE WS-CODE-SAISI TO L-CODE.
           MOVE "O" TO L-RESULTAT.
       SE-CONNECTER-FIN.
           EXIT.

      *    Reinitialisation par un superviseur : PIN provisoire a
      *    changer a la prochaine connexion, code debloque
       REINITIALISER-PIN.
           MOVE FUNCTION UPPER-CASE(L-CODE) TO WS-CODE-SAISI.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-OPR-TROUVE NOT = "O"
               DISPLAY "Code inconnu ou inactif."
               GO TO REINITIALISER-PIN-FIN
           END-IF.
           IF WS-OPR-ROLE = "B" OR WS-CODE-SAISI = WS-CODE-BATCH
               DISPLAY "L'operateur de la chaine automatique n'a pas "
                       "de PIN."
               GO TO REINITIALISER-PIN-FIN
           END-IF.
           PERFORM CHARGER-PINS.
           PERFORM TROUVER-PIN.
           IF WS-IDX-TROUVE = 0
               DISPLAY "** Trop d'operateurs dans pin-operateurs.txt **"
               GO TO REINITIALISER-PIN-FIN
           END-IF.
           MOVE SPACES TO WS-PIN-SAISI.
           PERFORM UNTIL WS-PIN-SAISI IS NUMERIC
               DISPLAY "PIN provisoire (4 chiffres) : "
               ACCEPT WS-PIN-SAISI
           END-PERFORM.
           MOVE WS-PIN-SAISI TO WS-PIN-NUM.
           PERFORM BROUILLER-PIN.
           MOVE WS-PIN-CALCULE TO WS-PIN-BROUILLE(WS-IDX-TROUVE).
           MOVE 0 TO WS-PIN-ECHECS(WS-IDX-TROUVE).
           MOVE "N" TO WS-PIN-ETAT(WS-IDX-TROUVE).
           MOVE WS-DATE-SYS TO WS-PIN-DATE(WS-IDX-TROUVE).
           PERFORM ECRIRE-PINS.
           IF WS-PINS-STATUS = "00"
               DISPLAY "PIN de " WS-CODE-SAISI " reinitialise ; a "
                       "changer a la prochaine connexion."
               MOVE "PIN" TO WS-TRC-ACTION
               MOVE WS-CODE-SAISI TO WS-TRC-OBJET
               MOVE WS-CODE-SAISI TO WS-TRC-LIE
               MOVE "reinitialisation du PIN" TO WS-TRC-DETAIL
               CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                        WS-TRC-OBJET WS-TRC-LIE
                                        WS-TRC-DETAIL
               MOVE "O" TO L-RESULTAT
           END-IF.
       REINITIALISER-PIN-FIN.
           EXIT.

      *    Nouveau PIN, saisi deux fois, different du provisoire et
      *    de 0000
       CHANGER-PIN.
           DISPLAY "Nouveau PIN (4 chiffres) : ".
           ACCEPT WS-PIN-SAISI.
           DISPLAY "Confirmer le nouveau PIN : ".
           ACCEPT WS-PIN-CONFIRME.
           IF WS-PIN-SAISI IS NOT NUMERIC
              OR WS-PIN-SAISI = "0000"
               DISPLAY "Le PIN doit faire 4 chiffres, autre que 0000."
           ELSE
               IF WS-PIN-CONFIRME NOT = WS-PIN-SAISI
                   DISPLAY "Les deux saisies different."
               ELSE
                   MOVE WS-PIN-SAISI TO WS-PIN-NUM
                   PERFORM BROUILLER-PIN
                   IF WS-PIN-CALCULE = WS-PIN-BROUILLE(WS-IDX-TROUVE)
                       DISPLAY "Le nouveau PIN doit differer du PIN "
                               "provisoire."
                   ELSE
                       MOVE WS-PIN-CALCULE
                           TO WS-PIN-BROUILLE(WS-IDX-TROUVE)
                       MOVE "A" TO WS-PIN-ETAT(WS-IDX-TROUVE)
                       MOVE WS-DATE-SYS TO WS-PIN-DATE(WS-IDX-TROUVE)
                       MOVE "O" TO WS-PIN-CHANGE
                       DISPLAY "PIN change."
                   END-IF
               END-IF
           END-IF.

      *    Cherche WS-CODE-SAISI parmi les operateurs actifs :
      *    WS-OPR-TROUVE O = trouve, N = inconnu ou inactif,
      *    A = reference des operateurs absente
       CHERCHER-OPERATEUR.
           MOVE "N" TO WS-OPR-TROUVE.
           MOVE SPACES TO WS-OPR-ROLE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT OPERATEURS-FICHIER.
           IF WS-OPERATEURS-STATUS NOT = "00"
               MOVE "A" TO WS-OPR-TROUVE
           ELSE
               PERFORM UNTIL WS-OPERATEURS-STATUS NOT = "00"
                   READ OPERATEURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-OPR-CODE = WS-CODE-SAISI
                              AND F-OPR-ACTIF NOT = "N"
                               MOVE "O" TO WS-OPR-TROUVE
                               MOVE F-OPR-ROLE TO WS-OPR-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATEURS-FICHIER
           END-IF.

       CHARGER-PINS.
           MOVE 0 TO WS-NB-PINS.
           MOVE "C" TO WS-FIN.
           OPEN INPUT PINS-FICHIER.
           IF WS-PINS-STATUS = "00"
               PERFORM UNTIL WS-PINS-STATUS NOT = "00"
                   READ PINS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-PINS < WS-PIN-CAPACITE
                               ADD 1 TO WS-NB-PINS
                               MOVE F-PIN TO WS-PIN(WS-NB-PINS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PINS-FICHIER
           END-IF.

      *    Ligne PIN de WS-CODE-SAISI ; un operateur qui n'en a pas
      *    encore recoit le PIN provisoire 0000, a changer
       TROUVER-PIN.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-PIN FROM 1 BY 1
                   UNTIL WS-IDX-PIN > WS-NB-PINS
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-PIN-CODE(WS-IDX-PIN) = WS-CODE-SAISI
                   MOVE WS-IDX-PIN TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = 0 AND WS-NB-PINS < WS-PIN-CAPACITE
               ADD 1 TO WS-NB-PINS
               MOVE WS-NB-PINS TO WS-IDX-TROUVE
               MOVE WS-CODE-SAISI TO WS-PIN-CODE(WS-IDX-TROUVE)
               MOVE 0 TO WS-PIN-NUM
               PERFORM BROUILLER-PIN
               MOVE WS-PIN-CALCULE TO WS-PIN-BROUILLE(WS-IDX-TROUVE)
               MOVE 0 TO WS-PIN-ECHECS(WS-IDX-TROUVE)
               MOVE "N" TO WS-PIN-ETAT(WS-IDX-TROUVE)
               MOVE WS-DATE-SYS TO WS-PIN-DATE(WS-IDX-TROUVE)
           END-IF.

       ECRIRE-PINS.
           OPEN OUTPUT PINS-FICHIER.
           IF WS-PINS-STATUS NOT = "00"
               DISPLAY "** Impossible d'ecrire pin-operateurs.txt **"
               MOVE "pin-operateurs.txt" TO WS-ALR-FICHIER
               MOVE WS-PINS-STATUS TO WS-ALR-STATUT
               CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                       WS-ALR-STATUT
           ELSE
               PERFORM VARYING WS-IDX-PIN FROM 1 BY 1
                       UNTIL WS-IDX-PIN > WS-NB-PINS
                   MOVE WS-PIN(WS-IDX-PIN) TO F-PIN
                   WRITE F-PIN
               END-PERFORM
               CLOSE PINS-FICHIER
           END-IF.

      *    WS-PIN-NUM et WS-CODE-SAISI donnent WS-PIN-CALCULE
       BROUILLER-PIN.
           COMPUTE WS-BR-VALEUR = WS-PIN-NUM * 7 + 52361.
           PERFORM VARYING WS-BR-I FROM 1 BY 1 UNTIL WS-BR-I > 3
               COMPUTE WS-BR-VALEUR = FUNCTION MOD(
                   WS-BR-VALEUR * 7919
                   + FUNCTION ORD(WS-CODE-SAISI(WS-BR-I:1)) * 104729,
                   99999989)
           END-PERFORM.
           PERFORM VARYING WS-BR-I FROM 1 BY 1 UNTIL WS-BR-I > 2
               COMPUTE WS-BR-VALEUR = FUNCTION MOD(
                   WS-BR-VALEUR * 7919 + 12347, 99999989)
           END-PERFORM.
           MOVE WS-BR-VALEUR TO WS-PIN-CALCULE.
