      * Standard, et les dix plus gros soldes. Le tout a l'ecran,
      * dans stats-clients.txt (avec l'entete de page standard) et
      * dans stats-clients.csv pour les tableurs.
      * Les totaux de controle de clients.dat (TotauxMaitre) sont
      * verifies au lancement : un ecart arrete le programme (code
      * retour 8).
      * Les soldes sont signes : totaux, moyennes et palmares tiennent
      * compte des decouverts, et le rapport donne le nombre et le
      * total des comptes debiteurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-CAT OCCURS 10 TIMES.
              10 WS-CAT-LIBELLE      PIC X(20).
              10 WS-CAT-NB           PIC 9(05).
              10 WS-CAT-TOTAL        PIC S9(09)V99.
       01 WS-NB-CATEGORIES           PIC 9(02) VALUE 0.
       01 WS-IDX-CAT                 PIC 9(02) VALUE 1.
       01 WS-IDX-CAT-TROUVE          PIC 9(02) VALUE 0.
           05 WS-TOP OCCURS 10 TIMES.
              10 WS-TOP-NUMERO       PIC 9(05).
              10 WS-TOP-NOM          PIC X(20).
              10 WS-TOP-BALANCE      PIC S9(6)V99.
       01 WS-NB-TOP                  PIC 9(02) VALUE 0.
       01 WS-IDX-TOP                 PIC 9(02) VALUE 1.
       01 WS-JDX-TOP                 PIC 9(02) VALUE 1.
       01 WS-IDX-INSERT              PIC 9(02) VALUE 0.

      *    Comptes debiteurs (solde negatif, dans ou au-dela du
      *    plafond de credit)
       01 WS-NB-DEBITEURS            PIC 9(05) VALUE 0.
       01 WS-TOTAL-DEBITEURS         PIC S9(09)V99 VALUE 0.

       01 WS-MOYENNE                 PIC S9(07)V99.
       01 WS-PART                    PIC 9(03)V99.
       01 WS-PART-AFF                PIC ZZ9.99.
       01 WS-MONTANT-AFF             PIC -(9)9.99.
       01 WS-MOYENNE-AFF             PIC -(7)9.99.
       01 WS-LIGNE-STATS             PIC X(70).

      *    Date systeme et pagination de stats-clients.txt
       01 WS-LIGNE-PAGE              PIC 9(03) VALUE 0.
       77 WS-PAGE-TAILLE             PIC 9(03) VALUE 20.

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

       PROCEDURE DIVISION.
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "clients.dat" TO WS-TOT-MAITRE.
       MOVE "STATS-CLIE" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT CLIENTS-FICHIER.
       IF WS-CLIENTS-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir clients.dat ; lancer "
                   TO WS-CAT-TOTAL(WS-IDX-CAT-TROUVE)
           END-IF.

           IF F-CLIENT-BALANCE < 0
               ADD 1 TO WS-NB-DEBITEURS
               ADD F-CLIENT-BALANCE TO WS-TOTAL-DEBITEURS
           END-IF.

           PERFORM PLACER-DANS-TOP.

      *    Insere le client dans le palmares s'il y a encore de la
               INTO WS-LIGNE-STATS.
           PERFORM EMETTRE-LIGNE.

           MOVE WS-TOTAL-DEBITEURS TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE-STATS.
           STRING "Comptes debiteurs : " DELIMITED BY SIZE
                  WS-NB-DEBITEURS DELIMITED BY SIZE
                  "  Total : " DELIMITED BY SIZE
                  WS-MONTANT-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-STATS.
           PERFORM EMETTRE-LIGNE.

           MOVE SPACES TO WS-LIGNE-STATS.
           PERFORM EMETTRE-LIGNE.
           MOVE "PAR CATEGORIE (nb, total, moyenne)"
