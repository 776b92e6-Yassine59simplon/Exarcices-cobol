       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-FID.
      * Rapport mensuel des points de fidelite des clients : pour le
      * mois AAAAMM (par defaut le mois precedent), lit le grand
      * livre des points points-clients.txt (PointsClient.cpy, tenu
      * par le sous-programme PointsFidelite) et donne par client et
      * en total les points emis, utilises et expires dans le mois
      * et l'encours a la fin du mois, avec la dette de fidelite en
      * euros (encours x valeur du point, cle PTS-VALEUR).
      * Avant le rapport, les points arrives au bout de leur validite
      * expirent : un point gagne dans un mois reste valable
      * PTS-VALIDITE-MOIS mois pleins (cle de parametres.txt, 12 par
      * defaut) et expire a la fin du dernier. Les points sont
      * consommes dans l'ordre ou ils ont ete gagnes : le client perd
      * ce qui reste de ses gains echus une fois deduits tout ce
      * qu'il a deja utilise ou perdu. Une ligne EXP datee du dernier
      * jour du mois est ajoutee par client ; relancer le mois
      * n'expire rien de plus, et un mois anterieur a la derniere
      * expiration n'est plus qu'edite.
      * Le rapport points-fidelite.txt est classe sous un nom date
      * (RapportRegistre).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-FICHIER ASSIGN TO "points-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "points-fidelite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-FICHIER.
           COPY "PointsClient.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POINTS-STATUS           PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Mois du rapport, sa fin et le dernier mois de gains echus
       01 WS-MOIS-RAPPORT            PIC 9(06).
       01 WS-MR-ANNEE                PIC 9(04).
       01 WS-MR-MOIS                 PIC 99.
       01 WS-MR-JOURS                PIC 99.
       01 WS-FIN-MOIS                PIC 9(08).
       01 WS-MOIS-ECHU               PIC 9(06).
       01 WS-ME-INDICE               PIC 9(06).
       01 WS-ME-ANNEE                PIC 9(04).
       01 WS-ME-MOIS                 PIC 99.
       01 WS-VALIDITE                PIC 9(03) VALUE 12.
       01 WS-DERNIERE-EXP            PIC 9(08) VALUE 0.
       01 WS-EXPIRER                 PIC X VALUE "O".

      *    Cumuls par client
       01 WS-TABLE-POINTS.
           05 WS-PTC OCCURS 1000 TIMES.
              10 WS-PTC-CLIENT       PIC 9(05).
              10 WS-PTC-ECHUS        PIC 9(09).
              10 WS-PTC-CONSOMMES    PIC 9(09).
              10 WS-PTC-EMIS         PIC 9(09).
              10 WS-PTC-UTILISES     PIC 9(09).
              10 WS-PTC-EXPIRES      PIC 9(09).
              10 WS-PTC-ENCOURS      PIC S9(09).
       77 WS-CAPACITE                PIC 9(04) VALUE 1000.
       01 WS-NB-PTC                  PIC 9(04) VALUE 0.
       01 WS-IDX                     PIC 9(04) VALUE 1.
       01 WS-IDX-TROUVE              PIC 9(04) VALUE 0.
       01 WS-TROP-CLIENTS            PIC X VALUE "N".
       01 WS-A-EXPIRER               PIC S9(09).

      *    Totaux
       01 WS-TOTAL-EMIS              PIC 9(09) VALUE 0.
       01 WS-TOTAL-UTILISES          PIC 9(09) VALUE 0.
       01 WS-TOTAL-EXPIRES           PIC 9(09) VALUE 0.
       01 WS-TOTAL-ENCOURS           PIC S9(09) VALUE 0.
       01 WS-NB-LUES                 PIC 9(07) VALUE 0.
       01 WS-NB-EXPIRATIONS          PIC 9(05) VALUE 0.

      *    Ligne du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-DET-CLIENT          PIC 9(05).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 WS-DET-EMIS            PIC Z(8)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DET-UTILISES        PIC Z(8)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DET-EXPIRES         PIC Z(8)9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DET-ENCOURS         PIC -Z(8)9.
       01 WS-POINTS-AFF              PIC Z(8)9.
       01 WS-DETTE-AFF               PIC Z(6)9.99.
       01 WS-LIGNE-RAPPORT           PIC X(80).

       77 WS-DATE-SYS                PIC 9(8).

      *    Zones d'appel de PointsFidelite (valeur de l'encours)
       01 WS-PTF-ACTION              PIC X.
       01 WS-PTF-CLIENT              PIC 9(05) VALUE 0.
       01 WS-PTF-CATEGORIE           PIC X(20) VALUE SPACES.
       01 WS-PTF-MONTANT             PIC 9(6)V99.
       01 WS-PTF-POINTS              PIC 9(07).
       01 WS-PTF-ORIGINE             PIC X(03) VALUE SPACES.

      *    Lecture de parametres.txt via le sous-programme Config
       01 WS-CFG-CLE                 PIC X(20).
       01 WS-CFG-VALEUR              PIC X(20).
       01 WS-CFG-TROUVE              PIC X.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "POINTS-FID".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "points-fidelite.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "POINTS-FID".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

       MOVE "PTS-VALIDITE-MOIS" TO WS-CFG-CLE.
       CALL "Config" USING WS-CFG-CLE WS-CFG-VALEUR WS-CFG-TROUVE.
       IF WS-CFG-TROUVE = "O"
           COMPUTE WS-VALIDITE = FUNCTION NUMVAL(WS-CFG-VALEUR)
       END-IF.

       DISPLAY "Mois du rapport (AAAAMM, vide = mois precedent) : ".
       ACCEPT WS-MOIS-RAPPORT.
       IF WS-MOIS-RAPPORT = 0
           MOVE WS-DATE-SYS(1:4) TO WS-MR-ANNEE
           MOVE WS-DATE-SYS(5:2) TO WS-MR-MOIS
           IF WS-MR-MOIS = 1
               SUBTRACT 1 FROM WS-MR-ANNEE
               MOVE 12 TO WS-MR-MOIS
           ELSE
               SUBTRACT 1 FROM WS-MR-MOIS
           END-IF
           COMPUTE WS-MOIS-RAPPORT = WS-MR-ANNEE * 100 + WS-MR-MOIS
       END-IF.
       MOVE WS-MOIS-RAPPORT(1:4) TO WS-MR-ANNEE.
       MOVE WS-MOIS-RAPPORT(5:2) TO WS-MR-MOIS.
       IF WS-MR-MOIS < 1 OR WS-MR-MOIS > 12
           DISPLAY "** Mois invalide : " WS-MOIS-RAPPORT " **"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL "JoursMois" USING WS-MR-MOIS WS-MR-ANNEE WS-MR-JOURS.
       COMPUTE WS-FIN-MOIS = WS-MOIS-RAPPORT * 100 + WS-MR-JOURS.

      *    Dernier mois dont les gains sont echus a la fin du mois du
      *    rapport
       COMPUTE WS-ME-INDICE = WS-MR-ANNEE * 12 + WS-MR-MOIS - 1
                            - WS-VALIDITE.
       DIVIDE WS-ME-INDICE BY 12 GIVING WS-ME-ANNEE
                                 REMAINDER WS-ME-MOIS.
       COMPUTE WS-MOIS-ECHU = WS-ME-ANNEE * 100 + WS-ME-MOIS + 1.

       PERFORM CUMULER-POINTS.
       IF WS-TROP-CLIENTS = "O"
           DISPLAY "** points-clients.txt porte plus de " WS-CAPACITE
                   " clients : rapport impossible **"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       IF WS-DERNIERE-EXP > WS-FIN-MOIS
           MOVE "N" TO WS-EXPIRER
           DISPLAY "Expirations deja passees pour un mois posterieur :"
                   " rapport sans nouvelle expiration."
       ELSE
           PERFORM EXPIRER-POINTS
       END-IF.

       PERFORM ECRIRE-RAPPORT-POINTS.

       DISPLAY "Points du mois " WS-MOIS-RAPPORT " : "
               WS-NB-EXPIRATIONS " client(s) avec des points expires"
               " (voir points-fidelite.txt)".
       MOVE WS-NB-LUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-EXPIRATIONS TO WS-NB-ECRITES-JRN.
       MOVE 0 TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Cumule les lignes jusqu'a la fin du mois du rapport ; les
      *    lignes posterieures sont ignorees
       CUMULER-POINTS.
           OPEN INPUT POINTS-FICHIER.
           IF WS-POINTS-STATUS NOT = "00"
               DISPLAY "points-clients.txt absent : aucun point emis"
           ELSE
               PERFORM UNTIL WS-POINTS-STATUS NOT = "00"
                   READ POINTS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           IF F-PTS-TYPE = "EXP"
                              AND F-PTS-DATE > WS-DERNIERE-EXP
                               MOVE F-PTS-DATE TO WS-DERNIERE-EXP
                           END-IF
                           IF F-PTS-DATE NOT > WS-FIN-MOIS
                               PERFORM CUMULER-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FICHIER
           END-IF.

       CUMULER-LIGNE.
           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PTC
                   OR WS-IDX-TROUVE NOT = 0
               IF WS-PTC-CLIENT(WS-IDX) = F-PTS-CLIENT
                   MOVE WS-IDX TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-TROUVE = 0
               IF WS-NB-PTC < WS-CAPACITE
                   ADD 1 TO WS-NB-PTC
                   MOVE WS-NB-PTC TO WS-IDX-TROUVE
                   MOVE F-PTS-CLIENT TO WS-PTC-CLIENT(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-ECHUS(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-CONSOMMES(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-EMIS(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-UTILISES(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-EXPIRES(WS-IDX-TROUVE)
                   MOVE 0 TO WS-PTC-ENCOURS(WS-IDX-TROUVE)
               ELSE
                   MOVE "O" TO WS-TROP-CLIENTS
               END-IF
           END-IF.
           IF WS-IDX-TROUVE NOT = 0
               EVALUATE F-PTS-TYPE
                   WHEN "GAI"
                       ADD F-PTS-POINTS
                           TO WS-PTC-ENCOURS(WS-IDX-TROUVE)
                       IF F-PTS-DATE(1:6) NOT > WS-MOIS-ECHU
                           ADD F-PTS-POINTS
                               TO WS-PTC-ECHUS(WS-IDX-TROUVE)
                       END-IF
                       IF F-PTS-DATE(1:6) = WS-MOIS-RAPPORT
                           ADD F-PTS-POINTS
                               TO WS-PTC-EMIS(WS-IDX-TROUVE)
                       END-IF
                   WHEN OTHER
                       SUBTRACT F-PTS-POINTS
                           FROM WS-PTC-ENCOURS(WS-IDX-TROUVE)
                       ADD F-PTS-POINTS
                           TO WS-PTC-CONSOMMES(WS-IDX-TROUVE)
                       IF F-PTS-DATE(1:6) = WS-MOIS-RAPPORT
                           IF F-PTS-TYPE = "EXP"
                               ADD F-PTS-POINTS
                                   TO WS-PTC-EXPIRES(WS-IDX-TROUVE)
                           ELSE
                               ADD F-PTS-POINTS
                                   TO WS-PTC-UTILISES(WS-IDX-TROUVE)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *    Ce qui reste des gains echus, apres tout ce qui a deja ete
      *    utilise ou perdu, expire a la fin du mois
       EXPIRER-POINTS.
           OPEN EXTEND POINTS-FICHIER.
           IF WS-POINTS-STATUS NOT = "00"
               DISPLAY "** points-clients.txt inaccessible : aucune "
                       "expiration passee **"
               MOVE "N" TO WS-EXPIRER
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-PTC
                   COMPUTE WS-A-EXPIRER = WS-PTC-ECHUS(WS-IDX)
                                        - WS-PTC-CONSOMMES(WS-IDX)
                   IF WS-A-EXPIRER > WS-PTC-ENCOURS(WS-IDX)
                       MOVE WS-PTC-ENCOURS(WS-IDX) TO WS-A-EXPIRER
                   END-IF
                   IF WS-A-EXPIRER > 0
                       PERFORM ECRIRE-EXPIRATION
                   END-IF
               END-PERFORM
               CLOSE POINTS-FICHIER
           END-IF.

       ECRIRE-EXPIRATION.
           MOVE WS-PTC-CLIENT(WS-IDX) TO F-PTS-CLIENT.
           MOVE WS-FIN-MOIS TO F-PTS-DATE.
           MOVE "EXP" TO F-PTS-TYPE.
           MOVE WS-A-EXPIRER TO F-PTS-POINTS.
           MOVE 0 TO F-PTS-BASE.
           MOVE "EXP" TO F-PTS-ORIGINE.
           MOVE SPACES TO F-PTS-OPERATEUR.
           WRITE F-POINTS-CLIENT.
           IF WS-POINTS-STATUS = "00"
               ADD 1 TO WS-NB-EXPIRATIONS
               ADD WS-A-EXPIRER TO WS-PTC-EXPIRES(WS-IDX)
               ADD WS-A-EXPIRER TO WS-PTC-CONSOMMES(WS-IDX)
               SUBTRACT WS-A-EXPIRER FROM WS-PTC-ENCOURS(WS-IDX)
           ELSE
               DISPLAY "** Expiration du client " F-PTS-CLIENT
                       " non inscrite **"
           END-IF.

      *    Une ligne par client ayant des points ou un mouvement dans
      *    le mois, puis les totaux et la dette de fidelite
       ECRIRE-RAPPORT-POINTS.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAPPORT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire points-fidelite.txt"
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "POINTS DE FIDELITE - MOIS " WS-MOIS-RAPPORT
                  " (validite " WS-VALIDITE " mois)"
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE "CLIENT        EMIS   UTILISES    EXPIRES     ENCOURS"
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PTC
               ADD WS-PTC-EMIS(WS-IDX) TO WS-TOTAL-EMIS
               ADD WS-PTC-UTILISES(WS-IDX) TO WS-TOTAL-UTILISES
               ADD WS-PTC-EXPIRES(WS-IDX) TO WS-TOTAL-EXPIRES
               ADD WS-PTC-ENCOURS(WS-IDX) TO WS-TOTAL-ENCOURS
               IF WS-PTC-EMIS(WS-IDX) > 0
                  OR WS-PTC-UTILISES(WS-IDX) > 0
                  OR WS-PTC-EXPIRES(WS-IDX) > 0
                  OR WS-PTC-ENCOURS(WS-IDX) NOT = 0
                   MOVE WS-PTC-CLIENT(WS-IDX) TO WS-DET-CLIENT
                   MOVE WS-PTC-EMIS(WS-IDX) TO WS-DET-EMIS
                   MOVE WS-PTC-UTILISES(WS-IDX) TO WS-DET-UTILISES
                   MOVE WS-PTC-EXPIRES(WS-IDX) TO WS-DET-EXPIRES
                   MOVE WS-PTC-ENCOURS(WS-IDX) TO WS-DET-ENCOURS
                   MOVE WS-LIGNE-DETAIL TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-EMIS TO WS-POINTS-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "POINTS EMIS DANS LE MOIS      : " WS-POINTS-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-UTILISES TO WS-POINTS-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "POINTS UTILISES DANS LE MOIS  : " WS-POINTS-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TOTAL-EXPIRES TO WS-POINTS-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "POINTS EXPIRES DANS LE MOIS   : " WS-POINTS-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           IF WS-TOTAL-ENCOURS < 0
               MOVE 0 TO WS-TOTAL-ENCOURS
           END-IF.
           MOVE WS-TOTAL-ENCOURS TO WS-POINTS-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "ENCOURS EN FIN DE MOIS        : " WS-POINTS-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE "V" TO WS-PTF-ACTION.
           MOVE WS-TOTAL-ENCOURS TO WS-PTF-POINTS.
           CALL "PointsFidelite" USING WS-PTF-ACTION WS-PTF-CLIENT
                                       WS-PTF-CATEGORIE WS-PTF-MONTANT
                                       WS-PTF-POINTS WS-PTF-ORIGINE.
           MOVE WS-PTF-MONTANT TO WS-DETTE-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "DETTE DE FIDELITE (EUROS)     :  " WS-DETTE-AFF
               DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           IF WS-EXPIRER = "N"
               MOVE "Expirations non passees par ce rapport."
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-RAPPORT
           END-IF.
           IF WS-RAPPORT-STATUS = "00"
               CLOSE RAPPORT-FICHIER
               CALL "RapportRegistre" USING WS-REG-PROGRAMME
                                             WS-REG-RAPPORT
           END-IF.

      *    Ecrit la ligne composee dans WS-LIGNE-RAPPORT a l'ecran et
      *    dans le rapport, si celui-ci a pu etre ouvert
       ECRIRE-RAPPORT.
           DISPLAY WS-LIGNE-RAPPORT.
           IF WS-RAPPORT-STATUS = "00"
               MOVE WS-LIGNE-RAPPORT TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
