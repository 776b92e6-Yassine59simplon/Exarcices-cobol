       IDENTIFICATION DIVISION.
       PROGRAM-ID. TotauxMaitre.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : totaux de controle des maitres
      *    indexes inventaire.dat, clients.dat et personnes.dat,
      *    pour reperer une modification faite hors des programmes
      *    ou un maitre abime par un traitement interrompu. Pour
      *    chaque maitre, controles-maitres.txt garde le nombre
      *    d'enregistrements et deux totaux de hachage :
      *      inventaire.dat : total F-STOCK-ARTICLE, total
      *                       F-PRIX-ARTICLE
      *      clients.dat    : total F-CLIENT-BALANCE (signe, les
      *                       soldes debiteurs venant en
      *                       deduction), total F-CLIENT-NUMERO
      *      personnes.dat  : total F-PER-NUMERO, total
      *                       F-PER-DATE-ETAT
      *    avec la date, l'heure et le programme qui les a poses.
      *    L-ACTION "V" recalcule les totaux et les compare a ceux
      *    enregistres ; L-RESULTAT rend
      *      O = conformes,
      *      E = ecart (affiche, et alerte "CT" via AlerteLog au nom
      *          du programme appelant L-QUI),
      *      A = aucun controle encore enregistre pour ce maitre,
      *      D = controle differe : le verrou du jour du maitre est
      *          pose (verrou-<maitre>.txt, voir Verrou), une mise a
      *          jour est en cours et ses totaux ne sont pas encore
      *          enregistres,
      *      I = maitre illisible (l'appelant le signale lui-meme).
      *    L-ACTION "S" (sceller) recalcule les totaux et les
      *    enregistre ; les programmes qui mettent a jour un maitre
      *    l'appellent apres l'avoir ferme, et OPERATIONS s'en sert
      *    pour accepter les totaux d'un maitre apres examen d'un
      *    ecart. L-RESULTAT rend O, ou I si le maitre est illisible.
      *    Le maitre doit etre ferme par l'appelant pendant l'appel.
      *    Un scellement dont les totaux different des precedents
      *    prouve que le maitre a ete modifie : il est trace (action
      *    MAJ, TraceAction) au nom de l'operateur de la session,
      *    sauf pour une restauration (SAUVEGARDE, tracee a part) ou
      *    l'acceptation d'un ecart (OPERATIONS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-MAITRE-STATUS.

           SELECT CLIENTS-FICHIER ASSIGN TO "clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-CLIENT-NUMERO
               FILE STATUS IS WS-MAITRE-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-MAITRE-STATUS.

           SELECT CONTROLES-FICHIER ASSIGN TO "controles-maitres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLES-STATUS.

      *    Meme decoupage que F-LIGNE-VERROU dans Verrou.cbl
           SELECT VERROU-FICHIER ASSIGN TO WS-NOM-VERROU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERROU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  CLIENTS-FICHIER.
           COPY "Client.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  CONTROLES-FICHIER.
       01  F-CONTROLE.
           05 F-CTM-MAITRE       PIC X(20).
           05 F-CTM-NOMBRE       PIC 9(07).
           05 F-CTM-TOTAL-A      PIC S9(11)V99.
           05 F-CTM-TOTAL-B      PIC 9(11)V99.
           05 F-CTM-DATE         PIC 9(08).
           05 F-CTM-HEURE        PIC 9(04).
           05 F-CTM-QUI          PIC X(10).

       FD  VERROU-FICHIER.
       01  F-LIGNE-VERROU.
           05 F-VER-DATE         PIC 9(8).
           05 FILLER             PIC X.
           05 F-VER-HEURE        PIC 9(4).
           05 FILLER             PIC X.
           05 F-VER-QUI          PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-MAITRE-STATUS       PIC XX.
       01 WS-CONTROLES-STATUS    PIC XX.
       01 WS-VERROU-STATUS       PIC XX.
       01 WS-NOM-VERROU          PIC X(40).
       01 WS-FIN                 PIC X.

      *    Lignes de controles-maitres.txt, une par maitre
       01 WS-TABLE-CTM.
           05 WS-CTM OCCURS 10 TIMES.
              10 WS-CTM-MAITRE   PIC X(20).
              10 WS-CTM-NOMBRE   PIC 9(07).
              10 WS-CTM-TOTAL-A  PIC S9(11)V99.
              10 WS-CTM-TOTAL-B  PIC 9(11)V99.
              10 WS-CTM-DATE     PIC 9(08).
              10 WS-CTM-HEURE    PIC 9(04).
              10 WS-CTM-QUI      PIC X(10).
       77 WS-CTM-CAPACITE        PIC 9(02) VALUE 10.
       01 WS-NB-CTM              PIC 9(02) VALUE 0.
       01 WS-IDX-CTM             PIC 9(02) VALUE 1.
       01 WS-IDX-CTM-TROUVE      PIC 9(02) VALUE 0.

      *    Totaux recalcules sur le maitre
       01 WS-NOMBRE              PIC 9(07).
       01 WS-TOTAL-A             PIC S9(11)V99.
       01 WS-TOTAL-B             PIC 9(11)V99.
       01 WS-LISIBLE             PIC X.

       01 WS-NOMBRE-AFF          PIC Z(06)9.
       01 WS-TOTAL-AFF           PIC -Z(10)9.99.

       77 WS-DATE-SYS            PIC 9(8).
       77 WS-HEURE-SYS           PIC 9(8).

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME       PIC X(10).
       01 WS-ALR-FICHIER         PIC X(20).
       01 WS-ALR-STATUT          PIC XX.

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME       PIC X(10).
       01 WS-TRC-ACTION          PIC X(10) VALUE "MAJ".
       01 WS-TRC-OBJET           PIC X(20).
       01 WS-TRC-LIE             PIC X(03) VALUE SPACES.
       01 WS-TRC-DETAIL          PIC X(30).

       LINKAGE SECTION.
       01 L-ACTION               PIC X.
       01 L-MAITRE               PIC X(20).
       01 L-QUI                  PIC X(10).
       01 L-RESULTAT             PIC X.

       PROCEDURE DIVISION USING L-ACTION L-MAITRE L-QUI L-RESULTAT.
       DEBUT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           PERFORM CHARGER-CONTROLES.

           IF L-ACTION = "V"
               PERFORM VERIFIER-MAITRE
           ELSE
               PERFORM CALCULER-TOTAUX
               IF WS-LISIBLE = "O"
                   PERFORM SCELLER-MAITRE
                   MOVE "O" TO L-RESULTAT
               ELSE
                   MOVE "I" TO L-RESULTAT
               END-IF
           END-IF.

           GOBACK.

      *    Charge controles-maitres.txt et repere la ligne du maitre
      *    (WS-IDX-CTM-TROUVE, 0 si le maitre n'y est pas)
       CHARGER-CONTROLES.
           MOVE 0 TO WS-NB-CTM.
           MOVE 0 TO WS-IDX-CTM-TROUVE.
           MOVE "C" TO WS-FIN.
           OPEN INPUT CONTROLES-FICHIER.
           IF WS-CONTROLES-STATUS = "00"
               PERFORM UNTIL WS-CONTROLES-STATUS NOT = "00"
                   READ CONTROLES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-CTM < WS-CTM-CAPACITE
                              AND F-CTM-NOMBRE IS NUMERIC
                               ADD 1 TO WS-NB-CTM
                               MOVE F-CONTROLE TO WS-CTM(WS-NB-CTM)
                               IF F-CTM-MAITRE = L-MAITRE
                                   MOVE WS-NB-CTM
                                       TO WS-IDX-CTM-TROUVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLES-FICHIER
           END-IF.

      *    Compare les totaux recalcules a ceux enregistres
       VERIFIER-MAITRE.
           PERFORM CONTROLER-VERROU.
           IF L-RESULTAT = "D"
               DISPLAY "Totaux de controle de " FUNCTION TRIM(L-MAITRE)
                       " non verifies : mise a jour en cours"
           ELSE
               PERFORM CALCULER-TOTAUX
               EVALUATE TRUE
                   WHEN WS-LISIBLE NOT = "O"
                       MOVE "I" TO L-RESULTAT
                   WHEN WS-IDX-CTM-TROUVE = 0
                       MOVE "A" TO L-RESULTAT
                       DISPLAY "Aucun total de controle enregistre "
                               "pour " FUNCTION TRIM(L-MAITRE)
                   WHEN WS-NOMBRE = WS-CTM-NOMBRE(WS-IDX-CTM-TROUVE)
                    AND WS-TOTAL-A = WS-CTM-TOTAL-A(WS-IDX-CTM-TROUVE)
                    AND WS-TOTAL-B = WS-CTM-TOTAL-B(WS-IDX-CTM-TROUVE)
                       MOVE "O" TO L-RESULTAT
                   WHEN OTHER
                       MOVE "E" TO L-RESULTAT
                       PERFORM SIGNALER-ECART
               END-EVALUATE
           END-IF.

      *    Verrou du jour pose sur le maitre : totaux non comparables
       CONTROLER-VERROU.
           MOVE "O" TO L-RESULTAT.
           MOVE SPACES TO WS-NOM-VERROU.
           STRING "verrou-" DELIMITED BY SIZE
                  FUNCTION TRIM(L-MAITRE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOM-VERROU.
           OPEN INPUT VERROU-FICHIER.
           IF WS-VERROU-STATUS = "00"
               READ VERROU-FICHIER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-VER-DATE = WS-DATE-SYS
                           MOVE "D" TO L-RESULTAT
                       END-IF
               END-READ
               CLOSE VERROU-FICHIER
           END-IF.

      *    Affiche les deux jeux de totaux et leve l'alerte
       SIGNALER-ECART.
           DISPLAY "** ECART sur les totaux de controle de "
                   FUNCTION TRIM(L-MAITRE) " **".
           MOVE WS-CTM-NOMBRE(WS-IDX-CTM-TROUVE) TO WS-NOMBRE-AFF.
           DISPLAY "   enregistre le " WS-CTM-DATE(WS-IDX-CTM-TROUVE)
                   " par " WS-CTM-QUI(WS-IDX-CTM-TROUVE)
                   " : " WS-NOMBRE-AFF " enreg.".
           MOVE WS-CTM-TOTAL-A(WS-IDX-CTM-TROUVE) TO WS-TOTAL-AFF.
           DISPLAY "   total A " WS-TOTAL-AFF.
           MOVE WS-CTM-TOTAL-B(WS-IDX-CTM-TROUVE) TO WS-TOTAL-AFF.
           DISPLAY "   total B " WS-TOTAL-AFF.
           MOVE WS-NOMBRE TO WS-NOMBRE-AFF.
           DISPLAY "   recalcule maintenant : " WS-NOMBRE-AFF
                   " enreg.".
           MOVE WS-TOTAL-A TO WS-TOTAL-AFF.
           DISPLAY "   total A " WS-TOTAL-AFF.
           MOVE WS-TOTAL-B TO WS-TOTAL-AFF.
           DISPLAY "   total B " WS-TOTAL-AFF.
           DISPLAY "   Maitre modifie hors des programmes ou abime : "
                   "faire examiner puis accepter les totaux dans "
                   "OPERATIONS".
           MOVE L-QUI TO WS-ALR-PROGRAMME.
           MOVE L-MAITRE TO WS-ALR-FICHIER.
           MOVE "CT" TO WS-ALR-STATUT.
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT.

      *    Recalcule nombre et totaux du maitre L-MAITRE par une
      *    lecture complete (WS-LISIBLE a N si ouverture impossible
      *    ou maitre inconnu)
       CALCULER-TOTAUX.
           MOVE 0 TO WS-NOMBRE.
           MOVE 0 TO WS-TOTAL-A.
           MOVE 0 TO WS-TOTAL-B.
           MOVE "N" TO WS-LISIBLE.
           MOVE "C" TO WS-FIN.
           EVALUATE L-MAITRE
               WHEN "inventaire.dat"
                   OPEN INPUT FICHIER-INVENTAIRE
                   IF WS-MAITRE-STATUS = "00"
                       MOVE "O" TO WS-LISIBLE
                       PERFORM UNTIL WS-MAITRE-STATUS NOT = "00"
                           READ FICHIER-INVENTAIRE NEXT RECORD
                               AT END
                                   MOVE "F" TO WS-FIN
                               NOT AT END
                                   ADD 1 TO WS-NOMBRE
                                   ADD F-STOCK-ARTICLE TO WS-TOTAL-A
                                   ADD F-PRIX-ARTICLE TO WS-TOTAL-B
                           END-READ
                       END-PERFORM
                       CLOSE FICHIER-INVENTAIRE
                   END-IF
               WHEN "clients.dat"
                   OPEN INPUT CLIENTS-FICHIER
                   IF WS-MAITRE-STATUS = "00"
                       MOVE "O" TO WS-LISIBLE
                       PERFORM UNTIL WS-MAITRE-STATUS NOT = "00"
                           READ CLIENTS-FICHIER NEXT RECORD
                               AT END
                                   MOVE "F" TO WS-FIN
                               NOT AT END
                                   ADD 1 TO WS-NOMBRE
                                   ADD F-CLIENT-BALANCE TO WS-TOTAL-A
                                   ADD F-CLIENT-NUMERO TO WS-TOTAL-B
                           END-READ
                       END-PERFORM
                       CLOSE CLIENTS-FICHIER
                   END-IF
               WHEN "personnes.dat"
                   OPEN INPUT FICHIER-P
                   IF WS-MAITRE-STATUS = "00"
                       MOVE "O" TO WS-LISIBLE
                       PERFORM UNTIL WS-MAITRE-STATUS NOT = "00"
                           READ FICHIER-P NEXT RECORD
                               AT END
                                   MOVE "F" TO WS-FIN
                               NOT AT END
                                   ADD 1 TO WS-NOMBRE
                                   ADD F-PER-NUMERO TO WS-TOTAL-A
                                   IF F-PER-DATE-ETAT IS NUMERIC
                                       ADD F-PER-DATE-ETAT
                                           TO WS-TOTAL-B
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FICHIER-P
                   END-IF
           END-EVALUATE.

      *    Remplace (ou ajoute) la ligne du maitre et reecrit
      *    controles-maitres.txt
       SCELLER-MAITRE.
           IF WS-IDX-CTM-TROUVE NOT = 0
              AND L-QUI NOT = "SAUVEGARDE"
              AND L-QUI NOT = "OPERATIONS"
               IF WS-NOMBRE NOT = WS-CTM-NOMBRE(WS-IDX-CTM-TROUVE)
                  OR WS-TOTAL-A NOT = WS-CTM-TOTAL-A(WS-IDX-CTM-TROUVE)
                  OR WS-TOTAL-B NOT = WS-CTM-TOTAL-B(WS-IDX-CTM-TROUVE)
                   MOVE L-QUI TO WS-TRC-PROGRAMME
                   MOVE L-MAITRE TO WS-TRC-OBJET
                   MOVE "totaux de controle modifies"
                       TO WS-TRC-DETAIL
                   CALL "TraceAction" USING WS-TRC-PROGRAMME
                                            WS-TRC-ACTION WS-TRC-OBJET
                                            WS-TRC-LIE WS-TRC-DETAIL
               END-IF
           END-IF.
           IF WS-IDX-CTM-TROUVE = 0
               IF WS-NB-CTM < WS-CTM-CAPACITE
                   ADD 1 TO WS-NB-CTM
                   MOVE WS-NB-CTM TO WS-IDX-CTM-TROUVE
               ELSE
                   DISPLAY "controles-maitres.txt plein"
               END-IF
           END-IF.
           IF WS-IDX-CTM-TROUVE NOT = 0
               MOVE L-MAITRE   TO WS-CTM-MAITRE(WS-IDX-CTM-TROUVE)
               MOVE WS-NOMBRE  TO WS-CTM-NOMBRE(WS-IDX-CTM-TROUVE)
               MOVE WS-TOTAL-A TO WS-CTM-TOTAL-A(WS-IDX-CTM-TROUVE)
               MOVE WS-TOTAL-B TO WS-CTM-TOTAL-B(WS-IDX-CTM-TROUVE)
               MOVE WS-DATE-SYS TO WS-CTM-DATE(WS-IDX-CTM-TROUVE)
               MOVE WS-HEURE-SYS(1:4)
                   TO WS-CTM-HEURE(WS-IDX-CTM-TROUVE)
               MOVE L-QUI      TO WS-CTM-QUI(WS-IDX-CTM-TROUVE)
           END-IF.
           OPEN OUTPUT CONTROLES-FICHIER.
           IF WS-CONTROLES-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire controles-maitres.txt"
           ELSE
               PERFORM VARYING WS-IDX-CTM FROM 1 BY 1
                       UNTIL WS-IDX-CTM > WS-NB-CTM
                   MOVE WS-CTM(WS-IDX-CTM) TO F-CONTROLE
                   WRITE F-CONTROLE
               END-PERFORM
               CLOSE CONTROLES-FICHIER
           END-IF.
