       IDENTIFICATION DIVISION.
       PROGRAM-ID. PointsFidelite.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : points de fidelite des clients,
      *    tenus dans points-clients.txt (PointsClient.cpy), a part du
      *    grand livre en euros. Un depot ou un achat porte au grand
      *    livre rapporte des points : montant x points par euro x
      *    multiplicateur de la categorie du client, arrondi au point
      *    inferieur. Cles de parametres.txt (Config) :
      *      PTS-PAR-EURO        (1 par defaut)
      *      PTS-VALEUR          (valeur d'un point, 0.01 euro)
      *      PTS-MULT-PLATINE    (3 par defaut)
      *      PTS-MULT-PREMIUM    (2 par defaut)
      *      PTS-MULT-PRIVILEGIE (1.5 par defaut)
      *      PTS-MULT-FIDELE     (1.25 par defaut)
      *      PTS-MULT-STANDARD   (1 par defaut, toute autre
      *                           categorie)
      *    L-ACTION "C" recharge les parametres.
      *    L-ACTION "G" inscrit les points gagnes par le client
      *    L-CLIENT de categorie L-CATEGORIE sur le montant L-MONTANT
      *    (motif L-ORIGINE, DEP ou VTE) et les rend dans L-POINTS.
      *    L-ACTION "S" rend dans L-POINTS le solde de points du
      *    client et dans L-MONTANT sa valeur en euros.
      *    L-ACTION "V" rend dans L-MONTANT la valeur de L-POINTS.
      *    L-ACTION "U" inscrit l'utilisation de L-POINTS points
      *    (motif L-ORIGINE, PTS en avoir ou VTE sur un achat) et rend
      *    leur valeur dans L-MONTANT ; au-dela du solde rien n'est
      *    inscrit et L-POINTS revient a zero.
      *    L'expiration des points est faite par POINTS-FID.
      *    Utilise par COMPTES-CLI, VENTE-CPT, CLIENT-MAINT et
      *    POINTS-FID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-FICHIER ASSIGN TO "points-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-FICHIER.
           COPY "PointsClient.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POINTS-STATUS        PIC XX.
       01 WS-FIN                  PIC X.
       01 WS-CHARGEE              PIC X VALUE "N".
       01 WS-SOLDE                PIC S9(08).
       01 WS-POINTS-CALCULES      PIC 9(08).

      *    Bareme des points
       01 WS-PAR-EURO             PIC 9(3)V99 VALUE 1.
       01 WS-VALEUR-POINT         PIC 9V9999 VALUE 0.01.
       01 WS-MULT-PLATINE         PIC 9V99 VALUE 3.
       01 WS-MULT-PREMIUM         PIC 9V99 VALUE 2.
       01 WS-MULT-PRIVILEGIE      PIC 9V99 VALUE 1.5.
       01 WS-MULT-FIDELE          PIC 9V99 VALUE 1.25.
       01 WS-MULT-STANDARD        PIC 9V99 VALUE 1.
       01 WS-MULT                 PIC 9V99.

      *    Lecture de parametres.txt via le sous-programme Config
       01 WS-CFG-CLE              PIC X(20).
       01 WS-CFG-VALEUR           PIC X(20).
       01 WS-CFG-TROUVE           PIC X.

      *    Operateur de la session (pose par OPERATIONS)
       01 WS-OPERATEUR-COURANT    PIC X(03) EXTERNAL.
       77 WS-DATE-SYS             PIC 9(8).

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-CLIENT                PIC 9(05).
       01 L-CATEGORIE             PIC X(20).
       01 L-MONTANT               PIC 9(6)V99.
       01 L-POINTS                PIC 9(07).
       01 L-ORIGINE               PIC X(03).

       PROCEDURE DIVISION USING L-ACTION L-CLIENT L-CATEGORIE
                                L-MONTANT L-POINTS L-ORIGINE.
       DEBUT.
           IF L-ACTION = "C" OR WS-CHARGEE = "N"
               PERFORM CHARGER-BAREME
           END-IF.
           EVALUATE L-ACTION
               WHEN "G"
                   PERFORM GAGNER-POINTS
               WHEN "S"
                   PERFORM CALCULER-SOLDE
                   MOVE WS-SOLDE TO L-POINTS
                   COMPUTE L-MONTANT = L-POINTS * WS-VALEUR-POINT
               WHEN "V"
                   COMPUTE L-MONTANT = L-POINTS * WS-VALEUR-POINT
               WHEN "U"
                   PERFORM UTILISER-POINTS
           END-EVALUATE.
           GOBACK.

       CHARGER-BAREME.
           MOVE "PTS-PAR-EURO" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PAR-EURO = FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-VALEUR" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-VALEUR-POINT = FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-MULT-PLATINE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-MULT-PLATINE = FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-MULT-PREMIUM" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-MULT-PREMIUM = FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-MULT-PRIVILEGIE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-MULT-PRIVILEGIE =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-MULT-FIDELE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-MULT-FIDELE = FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PTS-MULT-STANDARD" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-MULT-STANDARD =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "O" TO WS-CHARGEE.

      *    Points du montant au multiplicateur de la categorie, puis
      *    ligne GAI
       GAGNER-POINTS.
           EVALUATE L-CATEGORIE
               WHEN "Platine"
                   MOVE WS-MULT-PLATINE TO WS-MULT
               WHEN "Premium"
                   MOVE WS-MULT-PREMIUM TO WS-MULT
               WHEN "Privilégié"
                   MOVE WS-MULT-PRIVILEGIE TO WS-MULT
               WHEN "Fidèle"
                   MOVE WS-MULT-FIDELE TO WS-MULT
               WHEN OTHER
                   MOVE WS-MULT-STANDARD TO WS-MULT
           END-EVALUATE.
           COMPUTE WS-POINTS-CALCULES =
                   L-MONTANT * WS-PAR-EURO * WS-MULT.
           IF WS-POINTS-CALCULES > 9999999
               MOVE 9999999 TO WS-POINTS-CALCULES
           END-IF.
           MOVE WS-POINTS-CALCULES TO L-POINTS.
           IF L-POINTS > 0
               MOVE "GAI" TO F-PTS-TYPE
               MOVE L-MONTANT TO F-PTS-BASE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Utilisation dans la limite du solde, ligne UTI a la
      *    valeur des points
       UTILISER-POINTS.
           PERFORM CALCULER-SOLDE.
           IF L-POINTS > WS-SOLDE OR L-POINTS = 0
               MOVE 0 TO L-POINTS
               MOVE 0 TO L-MONTANT
           ELSE
               COMPUTE L-MONTANT = L-POINTS * WS-VALEUR-POINT
               MOVE "UTI" TO F-PTS-TYPE
               MOVE L-MONTANT TO F-PTS-BASE
               PERFORM ECRIRE-LIGNE
               IF L-POINTS = 0
                   MOVE 0 TO L-MONTANT
               END-IF
           END-IF.

      *    Solde de points du client L-CLIENT : gains moins
      *    utilisations et expirations
       CALCULER-SOLDE.
           MOVE 0 TO WS-SOLDE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT POINTS-FICHIER.
           IF WS-POINTS-STATUS = "00"
               PERFORM UNTIL WS-POINTS-STATUS NOT = "00"
                   READ POINTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-PTS-CLIENT = L-CLIENT
                               IF F-PTS-TYPE = "GAI"
                                   ADD F-PTS-POINTS TO WS-SOLDE
                               ELSE
                                   SUBTRACT F-PTS-POINTS FROM WS-SOLDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FICHIER
           END-IF.
           IF WS-SOLDE < 0
               MOVE 0 TO WS-SOLDE
           END-IF.

      *    Ajoute la ligne preparee (type et base) pour L-CLIENT
       ECRIRE-LIGNE.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           MOVE L-CLIENT TO F-PTS-CLIENT.
           MOVE WS-DATE-SYS TO F-PTS-DATE.
           MOVE L-POINTS TO F-PTS-POINTS.
           MOVE L-ORIGINE TO F-PTS-ORIGINE.
           MOVE WS-OPERATEUR-COURANT TO F-PTS-OPERATEUR.
           OPEN EXTEND POINTS-FICHIER.
           IF WS-POINTS-STATUS NOT = "00"
               OPEN OUTPUT POINTS-FICHIER
           END-IF.
           IF WS-POINTS-STATUS = "00"
               WRITE F-POINTS-CLIENT
               CLOSE POINTS-FICHIER
           ELSE
               DISPLAY "** Points non inscrits (points-clients.txt "
                       "inaccessible) **"
               MOVE 0 TO L-POINTS
           END-IF.
