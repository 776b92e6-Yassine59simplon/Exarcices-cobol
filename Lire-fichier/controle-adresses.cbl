       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-ADR.
      * Controle des adresses du maitre des personnes personnes.dat
      * contre la reference des codes postaux codes-postaux.txt
      * (MAINT-CP) : le code postal et la ville sont saisis en texte
      * libre, et une meme commune ecrite de plusieurs facons ou un
      * code qui n'existe pas fait revenir les etiquettes. Chaque
      * personne dont le couple code postal / commune manque a la
      * reference est listee dans adresses-a-corriger.txt, avec le
      * probleme releve et la correction proposee par le
      * sous-programme partage CodePostal. Les personnes sans code ni
      * ville sont seulement comptees.
      * Etape de la chaine du soir (OPERATIONS) : code retour 8 si
      * personnes.dat ou la reference manque, ou si les totaux de
      * controle du maitre (TotauxMaitre) sont en ecart, 0 sinon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO "adresses-a-corriger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

       FD  RAPPORT-FICHIER.
       01  F-LIGNE-RAPPORT           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-RAPPORT-STATUS          PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

       01 WS-NB-LUES                 PIC 9(05) VALUE 0.
       01 WS-NB-VALIDES              PIC 9(05) VALUE 0.
       01 WS-NB-A-CORRIGER           PIC 9(05) VALUE 0.
       01 WS-NB-SANS-ADRESSE         PIC 9(05) VALUE 0.
       01 WS-NB-SANS-PROPOSITION     PIC 9(05) VALUE 0.

      *    Ligne du rapport
       01 WS-LIGNE-DETAIL.
           05 WS-DET-NUMERO          PIC 9(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-NOM             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-CP              PIC X(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-VILLE           PIC X(15).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-PROBLEME        PIC X(17).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-CP-PROPOSE      PIC X(05).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-DET-VILLE-PROPOSEE  PIC X(15).
       01 WS-LIGNE-TOTAL             PIC X(100).

      *    Controle du couple par le sous-programme partage
      *    CodePostal
       01 WS-CPO-ACTION              PIC X.
       01 WS-CPO-CP                  PIC X(05).
       01 WS-CPO-VILLE               PIC X(15).
       01 WS-CPO-CP-PROPOSE          PIC X(05).
       01 WS-CPO-VILLE-PROPOSEE      PIC X(15).
       01 WS-CPO-RESULTAT            PIC X.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Classement du rapport sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "CONTROLE-ADR".
       01 WS-REG-RAPPORT             PIC X(30) VALUE
           "adresses-a-corriger.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "CONTROLE-A".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "CONTROLE-A" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *    Reference rechargee pour la passe ; sans reference il n'y
      *    a rien a controler
       MOVE "C" TO WS-CPO-ACTION.
       CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-CP WS-CPO-VILLE
                               WS-CPO-CP-PROPOSE WS-CPO-VILLE-PROPOSEE
                               WS-CPO-RESULTAT.
       MOVE "V" TO WS-CPO-ACTION.
       MOVE "00000" TO WS-CPO-CP.
       MOVE SPACES TO WS-CPO-VILLE.
       CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-CP WS-CPO-VILLE
                               WS-CPO-CP-PROPOSE WS-CPO-VILLE-PROPOSEE
                               WS-CPO-RESULTAT.
       IF WS-CPO-RESULTAT = "R"
           DISPLAY "Reference codes-postaux.txt absente ou vide ; "
                   "la charger par MAINT-CP"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT FICHIER-P.
       IF WS-FICHIER-P-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir personnes.dat (statut "
                   WS-FICHIER-P-STATUS ") ; lancer MIGRE-PERSONNES "
                   "si la migration n'a pas encore ete faite"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT RAPPORT-FICHIER.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire adresses-a-corriger.txt"
           CLOSE FICHIER-P
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "ADRESSES A CORRIGER (codes postaux / communes hors "
           & "reference)" TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       STRING "NUMER NOM                  CP    COMMUNE         "
              DELIMITED BY SIZE
              "PROBLEME          PROPOSITION" DELIMITED BY SIZE
           INTO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.

       PERFORM UNTIL WS-FICHIER-P-STATUS NOT = "00"
           READ FICHIER-P
               AT END
                   MOVE "F" TO WS-FIN
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM CONTROLER-PERSONNE
           END-READ
       END-PERFORM.
       CLOSE FICHIER-P.

       IF WS-NB-A-CORRIGER = 0
           MOVE "Aucune adresse a corriger." TO F-LIGNE-RAPPORT
           WRITE F-LIGNE-RAPPORT
       END-IF.
       MOVE SPACES TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO WS-LIGNE-TOTAL.
       STRING "Personnes lues : " WS-NB-LUES
              "  validees : " WS-NB-VALIDES
              "  a corriger : " WS-NB-A-CORRIGER
              "  sans adresse : " WS-NB-SANS-ADRESSE
           DELIMITED BY SIZE INTO WS-LIGNE-TOTAL.
       MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       MOVE SPACES TO WS-LIGNE-TOTAL.
       STRING "Dont sans correction proposee : "
              WS-NB-SANS-PROPOSITION
           DELIMITED BY SIZE INTO WS-LIGNE-TOTAL.
       MOVE WS-LIGNE-TOTAL TO F-LIGNE-RAPPORT.
       WRITE F-LIGNE-RAPPORT.
       CLOSE RAPPORT-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.

       DISPLAY "Adresses controlees : " WS-NB-LUES
               " - a corriger : " WS-NB-A-CORRIGER
               " (voir adresses-a-corriger.txt)".
       MOVE WS-NB-LUES TO WS-NB-LUES-JRN.
       MOVE WS-NB-VALIDES TO WS-NB-ECRITES-JRN.
       MOVE WS-NB-A-CORRIGER TO WS-NB-REJETEES-JRN.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    Couple de la personne lue controle contre la reference ;
      *    ligne au rapport quand le code est inconnu ou que la
      *    commune n'est pas desservie par le code
       CONTROLER-PERSONNE.
           MOVE F-PER-CP TO WS-CPO-CP.
           MOVE F-PER-VILLE TO WS-CPO-VILLE.
           CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-CP
                                   WS-CPO-VILLE WS-CPO-CP-PROPOSE
                                   WS-CPO-VILLE-PROPOSEE
                                   WS-CPO-RESULTAT.
           EVALUATE WS-CPO-RESULTAT
               WHEN "O"
                   ADD 1 TO WS-NB-VALIDES
               WHEN "A"
                   ADD 1 TO WS-NB-SANS-ADRESSE
               WHEN OTHER
                   ADD 1 TO WS-NB-A-CORRIGER
                   MOVE F-PER-NUMERO TO WS-DET-NUMERO
                   MOVE SPACES TO WS-DET-NOM
                   STRING FUNCTION TRIM(F-PER-NOM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(F-PER-PRENOM)
                              DELIMITED BY SIZE
                       INTO WS-DET-NOM
                   MOVE F-PER-CP TO WS-DET-CP
                   MOVE F-PER-VILLE TO WS-DET-VILLE
                   EVALUATE TRUE
                       WHEN F-PER-CP = SPACES
                           MOVE "CODE MANQUANT" TO WS-DET-PROBLEME
                       WHEN WS-CPO-RESULTAT = "C"
                           MOVE "CODE INCONNU" TO WS-DET-PROBLEME
                       WHEN F-PER-VILLE = SPACES
                           MOVE "COMMUNE MANQUANTE" TO WS-DET-PROBLEME
                       WHEN OTHER
                           MOVE "COMMUNE HORS CODE" TO WS-DET-PROBLEME
                   END-EVALUATE
                   MOVE WS-CPO-CP-PROPOSE TO WS-DET-CP-PROPOSE
                   MOVE WS-CPO-VILLE-PROPOSEE
                       TO WS-DET-VILLE-PROPOSEE
                   IF WS-CPO-CP-PROPOSE = SPACES
                       ADD 1 TO WS-NB-SANS-PROPOSITION
                       MOVE "(aucune)" TO WS-DET-VILLE-PROPOSEE
                   END-IF
                   MOVE WS-LIGNE-DETAIL TO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
           END-EVALUATE.
