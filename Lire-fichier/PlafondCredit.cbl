       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlafondCredit.
       AUTHOR. DEBUTANT.

      *    Sous-programme partagé : plafond de credit d'un client, le
      *    montant dont son solde peut passer sous zero. Par defaut
      *    le plafond suit la categorie du client, cles de
      *    parametres.txt (Config) :
      *      PLAFOND-PLATINE    (1000 par defaut)
      *      PLAFOND-PREMIUM    ( 500 par defaut)
      *      PLAFOND-PRIVILEGIE ( 300 par defaut)
      *      PLAFOND-FIDELE     ( 150 par defaut)
      *      PLAFOND-STANDARD   (   0 par defaut, toute autre
      *                          categorie)
      *    Un superviseur peut fixer un plafond personnalise dans
      *    CLIENT-MAINT (plafonds-clients.txt, PlafondClient.cpy) :
      *    la derniere ligne du client fait foi.
      *    L-ACTION "C" recharge les plafonds ; a rappeler apres une
      *    mise a jour de plafonds-clients.txt.
      *    L-ACTION "P" rend dans L-PLAFOND le plafond du client
      *    L-CLIENT de categorie L-CATEGORIE, avec L-ORIGINE a C
      *    (categorie) ou P (personnalise).
      *    Utilise par COMPTES-CLI, VENTE-CPT, CLIENT-MAINT et
      *    ENCOURS-CLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAFONDS-FICHIER ASSIGN TO "plafonds-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAFONDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAFONDS-FICHIER.
           COPY "PlafondClient.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAFONDS-STATUS      PIC XX.
       01 WS-FIN                  PIC X.
       01 WS-CHARGEE              PIC X VALUE "N".

      *    Plafonds par categorie
       01 WS-PLAFOND-PLATINE      PIC 9(6)V99 VALUE 1000.
       01 WS-PLAFOND-PREMIUM      PIC 9(6)V99 VALUE 500.
       01 WS-PLAFOND-PRIVILEGIE   PIC 9(6)V99 VALUE 300.
       01 WS-PLAFOND-FIDELE       PIC 9(6)V99 VALUE 150.
       01 WS-PLAFOND-STANDARD     PIC 9(6)V99 VALUE 0.

      *    Plafonds personnalises, derniere ligne de chaque client
       01 WS-TABLE-PLC.
           05 WS-PLC OCCURS 1000 TIMES.
              10 WS-PLC-CLIENT    PIC 9(05).
              10 WS-PLC-TYPE      PIC X.
              10 WS-PLC-PLAFOND   PIC 9(6)V99.
       77 WS-PLC-CAPACITE         PIC 9(04) VALUE 1000.
       01 WS-NB-PLC               PIC 9(04) VALUE 0.
       01 WS-IDX-PLC              PIC 9(04) VALUE 1.
       01 WS-IDX-PLC-TROUVE       PIC 9(04) VALUE 0.

      *    Lecture de parametres.txt via le sous-programme Config
       01 WS-CFG-CLE              PIC X(20).
       01 WS-CFG-VALEUR           PIC X(20).
       01 WS-CFG-TROUVE           PIC X.

       LINKAGE SECTION.
       01 L-ACTION                PIC X.
       01 L-CLIENT                PIC 9(05).
       01 L-CATEGORIE             PIC X(20).
       01 L-PLAFOND               PIC 9(6)V99.
       01 L-ORIGINE               PIC X.

       PROCEDURE DIVISION USING L-ACTION L-CLIENT L-CATEGORIE
                                L-PLAFOND L-ORIGINE.
       DEBUT.
           IF L-ACTION = "C" OR WS-CHARGEE = "N"
               PERFORM CHARGER-PLAFONDS
           END-IF.
           IF L-ACTION = "P"
               PERFORM DONNER-PLAFOND
           END-IF.
           GOBACK.

      *    Plafonds par categorie de parametres.txt, puis plafonds
      *    personnalises de plafonds-clients.txt
       CHARGER-PLAFONDS.
           MOVE "PLAFOND-PLATINE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PLAFOND-PLATINE =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PLAFOND-PREMIUM" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PLAFOND-PREMIUM =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PLAFOND-PRIVILEGIE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PLAFOND-PRIVILEGIE =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PLAFOND-FIDELE" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PLAFOND-FIDELE =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.
           MOVE "PLAFOND-STANDARD" TO WS-CFG-CLE.
           CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
           IF WS-CFG-TROUVE = "O"
               COMPUTE WS-PLAFOND-STANDARD =
                       FUNCTION NUMVAL(WS-CFG-VALEUR)
           END-IF.

           MOVE 0 TO WS-NB-PLC.
           MOVE "C" TO WS-FIN.
           OPEN INPUT PLAFONDS-FICHIER.
           IF WS-PLAFONDS-STATUS = "00"
               PERFORM UNTIL WS-PLAFONDS-STATUS NOT = "00"
                   READ PLAFONDS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM RANGER-PLAFOND
                   END-READ
               END-PERFORM
               CLOSE PLAFONDS-FICHIER
           END-IF.
           MOVE "O" TO WS-CHARGEE.

      *    La ligne lue remplace la precedente du meme client
       RANGER-PLAFOND.
           PERFORM CHERCHER-CLIENT.
           IF WS-IDX-PLC-TROUVE = 0
               IF WS-NB-PLC < WS-PLC-CAPACITE
                   ADD 1 TO WS-NB-PLC
                   MOVE WS-NB-PLC TO WS-IDX-PLC-TROUVE
               ELSE
                   DISPLAY "** plafonds-clients.txt : plus de "
                           WS-PLC-CAPACITE " clients, client "
                           F-PLC-CLIENT " au plafond de sa "
                           "categorie **"
               END-IF
           END-IF.
           IF WS-IDX-PLC-TROUVE NOT = 0
               MOVE F-PLC-CLIENT  TO WS-PLC-CLIENT(WS-IDX-PLC-TROUVE)
               MOVE F-PLC-TYPE    TO WS-PLC-TYPE(WS-IDX-PLC-TROUVE)
               MOVE F-PLC-PLAFOND TO WS-PLC-PLAFOND(WS-IDX-PLC-TROUVE)
           END-IF.

       CHERCHER-CLIENT.
           MOVE 0 TO WS-IDX-PLC-TROUVE.
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                   UNTIL WS-IDX-PLC > WS-NB-PLC
                   OR WS-IDX-PLC-TROUVE NOT = 0
               IF WS-PLC-CLIENT(WS-IDX-PLC) = F-PLC-CLIENT
                   MOVE WS-IDX-PLC TO WS-IDX-PLC-TROUVE
               END-IF
           END-PERFORM.

      *    Plafond personnalise s'il y en a un, sinon celui de la
      *    categorie
       DONNER-PLAFOND.
           MOVE L-CLIENT TO F-PLC-CLIENT.
           PERFORM CHERCHER-CLIENT.
           MOVE "C" TO L-ORIGINE.
           IF WS-IDX-PLC-TROUVE NOT = 0
               IF WS-PLC-TYPE(WS-IDX-PLC-TROUVE) = "P"
                   MOVE "P" TO L-ORIGINE
               END-IF
           END-IF.
           IF L-ORIGINE = "P"
               MOVE WS-PLC-PLAFOND(WS-IDX-PLC-TROUVE) TO L-PLAFOND
           ELSE
               EVALUATE L-CATEGORIE
                   WHEN "Platine"
                       MOVE WS-PLAFOND-PLATINE TO L-PLAFOND
                   WHEN "Premium"
                       MOVE WS-PLAFOND-PREMIUM TO L-PLAFOND
                   WHEN "Privilégié"
                       MOVE WS-PLAFOND-PRIVILEGIE TO L-PLAFOND
                   WHEN "Fidèle"
                       MOVE WS-PLAFOND-FIDELE TO L-PLAFOND
                   WHEN OTHER
                       MOVE WS-PLAFOND-STANDARD TO L-PLAFOND
               END-EVALUATE
           END-IF.
