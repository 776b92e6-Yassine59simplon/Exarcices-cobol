       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITE.
      * Controle d'integrite referentielle de toute la suite : les
      * audits existants (AUDIT-PERSONNES, AUDIT-CLIENTS,
      * CONTROLE-NOTES, le controle de MAINT-FOURN) regardent un
      * fichier a la fois, alors que les casses sont entre fichiers.
      * Chaque reference etrangere est verifiee contre son fichier
      * de reference :
      *   - mouvements.dat, lots.txt, reservations.txt, recettes.txt,
      *     assortiment.txt, plan-comptage.txt : article connu de
      *     inventaire.dat ; codes-barres.txt : code article porte
      *     par un article (cle F-CODE-ARTICLE) ;
      *   - inventaire.dat : fournisseur connu de
      *     fournisseurs-maitre.txt ;
      *   - notes.txt et absences.txt : numero d'eleve present dans
      *     eleves-ref.txt ; notes.txt et affectations.txt : matiere
      *     presente dans matieres.txt ; affectations.txt :
      *     professeur present dans professeurs.txt ;
      *   - menages.txt : personne presente dans personnes.dat (une
      *     personne archivee par ARCHIVE-PERS est signalee comme
      *     telle) ;
      *   - parents-eleves.txt : eleve present dans eleves-ref.txt et
      *     parent present dans personnes.dat (meme regle d'archive).
      * Les orphelins partent dans integrite.txt, groupes par
      * relation ; un fichier absent est signale non controle. Le
      * nombre d'orphelins de chaque relation est garde dans
      * integrite-compteurs.txt, et une relation dont le nombre
      * monte depuis le passage precedent leve une alerte
      * "orph <relation>" (statut IR) via AlerteLog. Lecture seule :
      * rien n'est corrige ici, et le programme peut tourner dans la
      * chaine du soir (code retour 8 seulement si le rapport ne
      * peut pas etre ecrit).
      * Les totaux de controle d'inventaire.dat et de personnes.dat
      * (TotauxMaitre) sont verifies au lancement : un ecart arrete le
      * controle (code retour 8), les relations d'un maitre douteux ne
      * pouvant etre jugees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NOM-ARTICLE
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVENTAIRE-STATUS.

           SELECT MVT-INDEXE-FICHIER ASSIGN TO "mouvements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-MVI-CLE
               ALTERNATE RECORD KEY IS F-MVI-CLE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MVT-INDEXE-STATUS.

           SELECT LOTS-FICHIER ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.

           SELECT RESERVATIONS-FICHIER ASSIGN TO "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT RECETTES-FICHIER ASSIGN TO "recettes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECETTES-STATUS.

           SELECT ASSORTIMENT-FICHIER ASSIGN TO "assortiment.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSORTIMENT-STATUS.

           SELECT PLAN-FICHIER ASSIGN TO "plan-comptage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CODES-BARRES-FICHIER ASSIGN TO "codes-barres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-BARRES-STATUS.

           SELECT FMAITRE-FICHIER ASSIGN TO "fournisseurs-maitre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMAITRE-STATUS.

           SELECT NOTES-FICHIER ASSIGN TO "notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.

           SELECT ABSENCES-FICHIER ASSIGN TO "absences.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCES-STATUS.

           SELECT REF-FICHIER ASSIGN TO "eleves-ref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT MATIERES-FICHIER ASSIGN TO "matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATIERES-STATUS.

           SELECT PROFESSEURS-FICHIER ASSIGN TO "professeurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFESSEURS-STATUS.

           SELECT AFFECTATIONS-FICHIER ASSIGN TO "affectations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFFECTATIONS-STATUS.

           SELECT MENAGES-FICHIER ASSIGN TO "menages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENAGES-STATUS.

           SELECT LIENS-FICHIER ASSIGN TO "parents-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIENS-STATUS.

           SELECT FICHIER-P ASSIGN TO "personnes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F-PER-NUMERO
               FILE STATUS IS WS-FICHIER-P-STATUS.

           SELECT ARCHIVES-FICHIER ASSIGN TO "personnes-archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVES-STATUS.

           SELECT COMPTEURS-FICHIER
               ASSIGN TO "integrite-compteurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTEURS-STATUS.

           SELECT INTEGRITE-FICHIER ASSIGN TO "integrite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHIER-INVENTAIRE.
           COPY "Article.cpy".

       FD  MVT-INDEXE-FICHIER.
           COPY "MouvementIdx.cpy".

      *    Meme decoupage que F-LOT dans rappel-lot.cbl
       FD  LOTS-FICHIER.
       01  F-LOT.
           05 F-LOT-ARTICLE          PIC X(10).
           05 F-LOT-NUMERO           PIC X(10).
           05 F-LOT-QTE              PIC 9(05).
           05 F-LOT-PEREMPTION       PIC 9(08).
           05 F-LOT-BLOQUE           PIC X.

      *    Meme decoupage que F-RESERVATION dans gere-reservations.cbl
       FD  RESERVATIONS-FICHIER.
       01  F-RESERVATION.
           05 F-RSV-ARTICLE          PIC X(10).
           05 F-RSV-QTE              PIC 9(05).
           05 F-RSV-BENEFICIAIRE     PIC X(20).
           05 F-RSV-ECHEANCE         PIC 9(08).

      *    Meme decoupage que F-RECETTE dans conso-pizzas.cbl
       FD  RECETTES-FICHIER.
       01  F-RECETTE.
           05 F-RCT-PIZZA            PIC X(10).
           05 F-RCT-ARTICLE          PIC X(10).
           05 F-RCT-QTE              PIC 9(03).

      *    Meme decoupage que F-ASSORTIMENT dans Assortiment.cbl
       FD  ASSORTIMENT-FICHIER.
       01  F-ASSORTIMENT.
           05 F-ASS-ARTICLE          PIC X(10).
           05 F-ASS-STATUT           PIC X.
           05 F-ASS-DEBUT            PIC 9(04).
           05 F-ASS-FIN              PIC 9(04).

      *    Meme decoupage que F-PLAN dans comptage-cyclique.cbl
       FD  PLAN-FICHIER.
       01  F-PLAN.
           05 F-PLC-ARTICLE          PIC X(10).
           05 F-PLC-FREQUENCE        PIC 9(03).
           05 F-PLC-DERNIER          PIC 9(08).

       FD  CODES-BARRES-FICHIER.
           COPY "CodeBarre.cpy".

      *    Meme decoupage que F-FMAITRE dans maint-fournisseurs.cbl
       FD  FMAITRE-FICHIER.
       01  F-FMAITRE.
           05 F-FMA-CODE             PIC X(10).
           05 F-FMA-NOM              PIC X(20).
           05 F-FMA-CONTACT          PIC X(20).
           05 F-FMA-DELAI            PIC 9(03).
           05 F-FMA-MINIMUM          PIC 9(06)V99.

      *    Meme decoupage que F-NOTE dans controle-notes.cbl
       FD  NOTES-FICHIER.
       01  F-NOTE.
           05 F-ELEVE-V              PIC X(10).
           05 F-MATIERE-V            PIC X(10).
           05 F-NOTE-V               PIC 99.
           05 F-JOUR-V               PIC 99.
           05 F-MOIS-V               PIC 99.
           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.

      *    Meme decoupage que F-ABSENCE dans saisie-absences.cbl
       FD  ABSENCES-FICHIER.
       01  F-ABSENCE.
           05 F-ABS-ELEVE            PIC X(10).
           05 F-ABS-DATE             PIC 9(08).
           05 F-ABS-DUREE            PIC X.
           05 F-ABS-JUSTIFIEE        PIC X.
           05 F-ABS-HEURE            PIC 9(02).
           05 F-ABS-MATIERE          PIC X(10).

      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
       FD  REF-FICHIER.
       01  F-REF-ELEVE.
           05 F-REF-NUMERO           PIC 9(05).
           05 F-REF-NOM              PIC X(30).
           05 F-REF-CLASSE           PIC X(03).
           05 F-REF-ENTREE           PIC 9(08).

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
       01  F-MATIERE-REF.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

      *    Memes decoupages que dans maint-professeurs.cbl
       FD  PROFESSEURS-FICHIER.
       01  F-PROFESSEUR.
           05 F-PRF-CODE             PIC X(03).
           05 F-PRF-NOM              PIC X(20).

       FD  AFFECTATIONS-FICHIER.
       01  F-AFFECTATION.
           05 F-AFF-PROF             PIC X(03).
           05 F-AFF-MATIERE          PIC X(10).
           05 F-AFF-CLASSE           PIC X(03).

      *    Meme decoupage que F-MENAGE dans gere-menages.cbl
       FD  MENAGES-FICHIER.
       01  F-MENAGE.
           05 F-MEN-NUMERO           PIC 9(04).
           05 F-MEN-PERSONNE         PIC 9(05).
           05 F-MEN-CHEF             PIC X.

       FD  LIENS-FICHIER.
           COPY "LienParent.cpy".

       FD  FICHIER-P.
           COPY "PersonneMaitre.cpy".

      *    L'archive garde l'enregistrement complet du maitre ; seul
      *    le numero sert ici
       FD  ARCHIVES-FICHIER.
       01  F-ARCHIVE.
           05 F-ARC-NUMERO           PIC 9(05).
           05 FILLER                 PIC X(100).

      *    Nombre d'orphelins par relation au dernier passage
       FD  COMPTEURS-FICHIER.
       01  F-COMPTEUR.
           05 F-ICP-RELATION         PIC X(12).
           05 F-ICP-NOMBRE           PIC 9(07).
           05 F-ICP-DATE             PIC 9(08).

       FD  INTEGRITE-FICHIER.
       01  LIGNE-INTEGRITE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVENTAIRE-STATUS       PIC XX.
       01 WS-MVT-INDEXE-STATUS       PIC XX.
       01 WS-LOTS-STATUS             PIC XX.
       01 WS-RESERVATIONS-STATUS     PIC XX.
       01 WS-RECETTES-STATUS         PIC XX.
       01 WS-ASSORTIMENT-STATUS      PIC XX.
       01 WS-PLAN-STATUS             PIC XX.
       01 WS-CODES-BARRES-STATUS     PIC XX.
       01 WS-FMAITRE-STATUS          PIC XX.
       01 WS-NOTES-STATUS            PIC XX.
       01 WS-ABSENCES-STATUS         PIC XX.
       01 WS-REF-STATUS              PIC XX.
       01 WS-MATIERES-STATUS         PIC XX.
       01 WS-PROFESSEURS-STATUS      PIC XX.
       01 WS-AFFECTATIONS-STATUS     PIC XX.
       01 WS-MENAGES-STATUS          PIC XX.
       01 WS-LIENS-STATUS            PIC XX.
       01 WS-FICHIER-P-STATUS        PIC XX.
       01 WS-ARCHIVES-STATUS         PIC XX.
       01 WS-COMPTEURS-STATUS        PIC XX.
       01 WS-INTEGRITE-STATUS        PIC XX.
       01 WS-FIN                     PIC X VALUE "C".

      *    Les relations controlees, dans l'ordre du rapport : code
      *    (cle de integrite-compteurs.txt), libelle, orphelins de ce
      *    passage et du passage precedent, et C = controlee ou
      *    N = non controlee (fichier absent)
       01 WS-TABLE-REL.
           05 WS-REL OCCURS 16 TIMES.
              10 WS-REL-CODE         PIC X(12).
              10 WS-REL-LIBELLE      PIC X(45).
              10 WS-REL-NOMBRE       PIC 9(07).
              10 WS-REL-PRECEDENT    PIC 9(07).
              10 WS-REL-ETAT         PIC X.
       77 WS-NB-REL                  PIC 9(02) VALUE 16.
       01 WS-IDX-REL                 PIC 9(02) VALUE 1.
      *    N tant qu'aucun passage precedent n'a ete enregistre : le
      *    premier passage pose la base sans lever d'alerte
       01 WS-PRECEDENT-CONNU         PIC X VALUE "N".

      *    Fichiers de reference charges en memoire
       01 WS-TABLE-ELV.
           05 WS-ELV-NUMERO OCCURS 500 TIMES PIC 9(05).
       77 WS-ELV-CAPACITE            PIC 9(03) VALUE 500.
       01 WS-NB-ELV                  PIC 9(03) VALUE 0.
       01 WS-IDX-ELV                 PIC 9(03) VALUE 1.

       01 WS-TABLE-MTR.
           05 WS-MTR-CODE OCCURS 50 TIMES PIC X(10).
       77 WS-MTR-CAPACITE            PIC 9(02) VALUE 50.
       01 WS-NB-MTR                  PIC 9(02) VALUE 0.
       01 WS-IDX-MTR                 PIC 9(02) VALUE 1.

       01 WS-TABLE-PRF.
           05 WS-PRF-CODE OCCURS 50 TIMES PIC X(03).
       77 WS-PRF-CAPACITE            PIC 9(02) VALUE 50.
       01 WS-NB-PRF                  PIC 9(02) VALUE 0.
       01 WS-IDX-PRF                 PIC 9(02) VALUE 1.

       01 WS-TABLE-FMA.
           05 WS-FMA-CODE OCCURS 100 TIMES PIC X(10).
       77 WS-FMA-CAPACITE            PIC 9(03) VALUE 100.
       01 WS-NB-FMA                  PIC 9(03) VALUE 0.
       01 WS-IDX-FMA                 PIC 9(03) VALUE 1.

      *    Disponibilite des fichiers de reference (O = lisible)
       01 WS-INV-OUVERT              PIC X VALUE "N".
       01 WS-PER-OUVERT              PIC X VALUE "N".
       01 WS-ELV-CHARGE              PIC X VALUE "N".
       01 WS-MTR-CHARGE              PIC X VALUE "N".
       01 WS-PRF-CHARGE              PIC X VALUE "N".
       01 WS-FMA-CHARGE              PIC X VALUE "N".

      *    Reference en cours de verification (WS-CLE-REF : cle
      *    signalee dans la ligne d'orphelin)
       01 WS-CLE-REF                 PIC X(10).
       01 WS-CLE-ELEVE               PIC X(10).
       01 WS-CLE-MATIERE             PIC X(10).
       01 WS-EXISTE                  PIC X.
       01 WS-ARCHIVEE                PIC X.
       01 WS-PERSONNE-CHERCHEE       PIC 9(05).
       01 WS-RAISON                  PIC X(40).
       01 WS-DETAIL                  PIC X(40).
       01 WS-NUM-LIGNE               PIC 9(06) VALUE 0.

      *    Mouvements groupes par article (ordre de la cle primaire)
       01 WS-MVT-ARTICLE-PREC        PIC X(10).
       01 WS-MVT-NB-ARTICLE          PIC 9(07) VALUE 0.
       01 WS-MVT-EXISTE-PREC         PIC X VALUE "O".

      *    Totaux du passage
       01 WS-NB-LUES                 PIC 9(07) VALUE 0.
       01 WS-NB-ORPHELINS            PIC 9(07) VALUE 0.
       01 WS-NB-HAUSSES              PIC 9(02) VALUE 0.

       01 WS-NOMBRE-AFF              PIC Z(06)9.
       01 WS-PRECEDENT-AFF           PIC Z(06)9.
       01 WS-LIGNE-RAPPORT           PIC X(80).

      *    Zones d'appel d'AlerteLog
       01 WS-ALR-PROGRAMME           PIC X(10) VALUE "INTEGRITE".
       01 WS-ALR-FICHIER             PIC X(20).
       01 WS-ALR-STATUT              PIC XX.

       77 WS-DATE-SYS                PIC 9(8).
       01 WS-DATE-AFF.
           05 WS-DATE-AFF-JJ         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-MM         PIC 99.
           05 FILLER                 PIC X VALUE "/".
           05 WS-DATE-AFF-AAAA       PIC 9(4).

      *    Classement du rapport du jour sous un nom date, via le
      *    sous-programme RapportRegistre (registre et retention)
       01 WS-REG-PROGRAMME           PIC X(12) VALUE "INTEGRITE".
       01 WS-REG-RAPPORT             PIC X(30) VALUE "integrite.txt".

      *    Zones d'appel de JournalLog
       01 WS-NOM-PROGRAMME           PIC X(10) VALUE "INTEGRITE".
       01 WS-NB-LUES-JRN             PIC 9(05) VALUE 0.
       01 WS-NB-ECRITES-JRN          PIC 9(05) VALUE 0.
       01 WS-NB-REJETEES-JRN         PIC 9(05) VALUE 0.

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
       MOVE "inventaire.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

      *    Totaux de controle du maitre : un ecart arrete le programme
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE WS-NOM-PROGRAMME TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT INTEGRITE-FICHIER.
       IF WS-INTEGRITE-STATUS NOT = "00"
           DISPLAY "Impossible d'ecrire integrite.txt"
           MOVE "integrite.txt" TO WS-ALR-FICHIER
           MOVE WS-INTEGRITE-STATUS TO WS-ALR-STATUT
           CALL "AlerteLog" USING WS-ALR-PROGRAMME WS-ALR-FICHIER
                                   WS-ALR-STATUT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-DATE-SYS(1:4) TO WS-DATE-AFF-AAAA.
       MOVE WS-DATE-SYS(5:2) TO WS-DATE-AFF-MM.
       MOVE WS-DATE-SYS(7:2) TO WS-DATE-AFF-JJ.
       MOVE SPACES TO WS-LIGNE-RAPPORT.
       STRING "INTEGRITE REFERENTIELLE DE LA SUITE - "
                  DELIMITED BY SIZE
              WS-DATE-AFF DELIMITED BY SIZE
           INTO WS-LIGNE-RAPPORT.
       PERFORM ECRIRE-LIGNE.

       PERFORM INITIALISER-RELATIONS.
       PERFORM CHARGER-COMPTEURS.
       PERFORM CHARGER-REFERENCES.

       PERFORM CONTROLER-MOUVEMENTS THRU CONTROLER-MOUVEMENTS-FIN.
       PERFORM CONTROLER-LOTS THRU CONTROLER-LOTS-FIN.
       PERFORM CONTROLER-RESERVATIONS
           THRU CONTROLER-RESERVATIONS-FIN.
       PERFORM CONTROLER-RECETTES THRU CONTROLER-RECETTES-FIN.
       PERFORM CONTROLER-ASSORTIMENT THRU CONTROLER-ASSORTIMENT-FIN.
       PERFORM CONTROLER-PLAN THRU CONTROLER-PLAN-FIN.
       PERFORM CONTROLER-CODES-BARRES
           THRU CONTROLER-CODES-BARRES-FIN.
       PERFORM CONTROLER-FOURNISSEURS
           THRU CONTROLER-FOURNISSEURS-FIN.
       PERFORM CONTROLER-NOTES THRU CONTROLER-NOTES-FIN.
       PERFORM CONTROLER-ABSENCES THRU CONTROLER-ABSENCES-FIN.
       PERFORM CONTROLER-MENAGES THRU CONTROLER-MENAGES-FIN.
       PERFORM CONTROLER-AFFECTATIONS
           THRU CONTROLER-AFFECTATIONS-FIN.
       PERFORM CONTROLER-LIENS-ELEVE THRU CONTROLER-LIENS-ELEVE-FIN.
       PERFORM CONTROLER-LIENS-PARENT
           THRU CONTROLER-LIENS-PARENT-FIN.

       IF WS-INV-OUVERT = "O"
           CLOSE FICHIER-INVENTAIRE
       END-IF.
       IF WS-PER-OUVERT = "O"
           CLOSE FICHIER-P
       END-IF.

       PERFORM ECRIRE-SYNTHESE.
       CLOSE INTEGRITE-FICHIER.
       CALL "RapportRegistre" USING WS-REG-PROGRAMME WS-REG-RAPPORT.
       PERFORM ECRIRE-COMPTEURS.

       DISPLAY "Lignes controlees     : " WS-NB-LUES.
       DISPLAY "Orphelins             : " WS-NB-ORPHELINS.
       DISPLAY "Relations en hausse   : " WS-NB-HAUSSES.
       DISPLAY "Detail dans integrite.txt".

       IF WS-NB-LUES > 99999
           MOVE 99999 TO WS-NB-LUES-JRN
       ELSE
           MOVE WS-NB-LUES TO WS-NB-LUES-JRN
       END-IF.
       MOVE 0 TO WS-NB-ECRITES-JRN.
       IF WS-NB-ORPHELINS > 99999
           MOVE 99999 TO WS-NB-REJETEES-JRN
       ELSE
           MOVE WS-NB-ORPHELINS TO WS-NB-REJETEES-JRN
       END-IF.
       CALL "JournalLog" USING WS-NOM-PROGRAMME WS-NB-LUES-JRN
                                WS-NB-ECRITES-JRN WS-NB-REJETEES-JRN.

       GOBACK.

      *    Codes et libelles des relations, dans l'ordre du rapport
       INITIALISER-RELATIONS.
           MOVE "MVT-ARTICLE" TO WS-REL-CODE(1).
           MOVE "mouvements.dat -> article de inventaire.dat"
               TO WS-REL-LIBELLE(1).
           MOVE "LOT-ARTICLE" TO WS-REL-CODE(2).
           MOVE "lots.txt -> article de inventaire.dat"
               TO WS-REL-LIBELLE(2).
           MOVE "RSV-ARTICLE" TO WS-REL-CODE(3).
           MOVE "reservations.txt -> article de inventaire.dat"
               TO WS-REL-LIBELLE(3).
           MOVE "RCT-ARTICLE" TO WS-REL-CODE(4).
           MOVE "recettes.txt -> article de inventaire.dat"
               TO WS-REL-LIBELLE(4).
           MOVE "ASS-ARTICLE" TO WS-REL-CODE(5).
           MOVE "assortiment.txt -> article de inventaire.dat"
               TO WS-REL-LIBELLE(5).
           MOVE "PLC-ARTICLE" TO WS-REL-CODE(6).
           MOVE "plan-comptage.txt -> article de inventaire.dat"
               TO WS-REL-LIBELLE(6).
           MOVE "EAN-ARTICLE" TO WS-REL-CODE(7).
           MOVE "codes-barres.txt -> code article"
               TO WS-REL-LIBELLE(7).
           MOVE "ART-FOURN" TO WS-REL-CODE(8).
           MOVE "inventaire.dat -> fournisseurs-maitre.txt"
               TO WS-REL-LIBELLE(8).
           MOVE "NOTE-ELEVE" TO WS-REL-CODE(9).
           MOVE "notes.txt -> eleve de eleves-ref.txt"
               TO WS-REL-LIBELLE(9).
           MOVE "NOTE-MATIERE" TO WS-REL-CODE(10).
           MOVE "notes.txt -> matiere de matieres.txt"
               TO WS-REL-LIBELLE(10).
           MOVE "ABS-ELEVE" TO WS-REL-CODE(11).
           MOVE "absences.txt -> eleve de eleves-ref.txt"
               TO WS-REL-LIBELLE(11).
           MOVE "MEN-PERSONNE" TO WS-REL-CODE(12).
           MOVE "menages.txt -> personne de personnes.dat"
               TO WS-REL-LIBELLE(12).
           MOVE "AFF-MATIERE" TO WS-REL-CODE(13).
           MOVE "affectations.txt -> matiere de matieres.txt"
               TO WS-REL-LIBELLE(13).
           MOVE "AFF-PROF" TO WS-REL-CODE(14).
           MOVE "affectations.txt -> professeur de professeurs.txt"
               TO WS-REL-LIBELLE(14).
           MOVE "LPA-ELEVE" TO WS-REL-CODE(15).
           MOVE "parents-eleves.txt -> eleve de eleves-ref.txt"
               TO WS-REL-LIBELLE(15).
           MOVE "LPA-PERSONNE" TO WS-REL-CODE(16).
           MOVE "parents-eleves.txt -> parent de personnes.dat"
               TO WS-REL-LIBELLE(16).
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-NB-REL
               MOVE 0 TO WS-REL-NOMBRE(WS-IDX-REL)
               MOVE 0 TO WS-REL-PRECEDENT(WS-IDX-REL)
               MOVE "N" TO WS-REL-ETAT(WS-IDX-REL)
           END-PERFORM.

      *    Releve les nombres d'orphelins du passage precedent ; sans
      *    fichier, ce passage sert de base
       CHARGER-COMPTEURS.
           OPEN INPUT COMPTEURS-FICHIER.
           IF WS-COMPTEURS-STATUS = "00"
               MOVE "O" TO WS-PRECEDENT-CONNU
               PERFORM UNTIL WS-COMPTEURS-STATUS NOT = "00"
                   READ COMPTEURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                                   UNTIL WS-IDX-REL > WS-NB-REL
                               IF WS-REL-CODE(WS-IDX-REL)
                                      = F-ICP-RELATION
                                  AND F-ICP-NOMBRE IS NUMERIC
                                   MOVE F-ICP-NOMBRE
                                       TO WS-REL-PRECEDENT(WS-IDX-REL)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE COMPTEURS-FICHIER
           END-IF.

      *    Ouvre les maitres indexes et charge les petites references
      *    en table
       CHARGER-REFERENCES.
           OPEN INPUT FICHIER-INVENTAIRE.
           IF WS-INVENTAIRE-STATUS = "00"
               MOVE "O" TO WS-INV-OUVERT
           END-IF.
           OPEN INPUT FICHIER-P.
           IF WS-FICHIER-P-STATUS = "00"
               MOVE "O" TO WS-PER-OUVERT
           END-IF.

           OPEN INPUT REF-FICHIER.
           IF WS-REF-STATUS = "00"
               MOVE "O" TO WS-ELV-CHARGE
               PERFORM UNTIL WS-REF-STATUS NOT = "00"
                   READ REF-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-ELV < WS-ELV-CAPACITE
                               ADD 1 TO WS-NB-ELV
                               MOVE F-REF-NUMERO
                                   TO WS-ELV-NUMERO(WS-NB-ELV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FICHIER
           END-IF.

           OPEN INPUT MATIERES-FICHIER.
           IF WS-MATIERES-STATUS = "00"
               MOVE "O" TO WS-MTR-CHARGE
               PERFORM UNTIL WS-MATIERES-STATUS NOT = "00"
                   READ MATIERES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-MTR < WS-MTR-CAPACITE
                               ADD 1 TO WS-NB-MTR
                               MOVE F-MTR-CODE TO WS-MTR-CODE(WS-NB-MTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATIERES-FICHIER
           END-IF.

           OPEN INPUT PROFESSEURS-FICHIER.
           IF WS-PROFESSEURS-STATUS = "00"
               MOVE "O" TO WS-PRF-CHARGE
               PERFORM UNTIL WS-PROFESSEURS-STATUS NOT = "00"
                   READ PROFESSEURS-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-PRF < WS-PRF-CAPACITE
                               ADD 1 TO WS-NB-PRF
                               MOVE F-PRF-CODE TO WS-PRF-CODE(WS-NB-PRF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSEURS-FICHIER
           END-IF.

           OPEN INPUT FMAITRE-FICHIER.
           IF WS-FMAITRE-STATUS = "00"
               MOVE "O" TO WS-FMA-CHARGE
               PERFORM UNTIL WS-FMAITRE-STATUS NOT = "00"
                   READ FMAITRE-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF WS-NB-FMA < WS-FMA-CAPACITE
                               ADD 1 TO WS-NB-FMA
                               MOVE F-FMA-CODE TO WS-FMA-CODE(WS-NB-FMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMAITRE-FICHIER
           END-IF.

      *    Mouvements : lus dans l'ordre article de la cle primaire,
      *    un orphelin par article disparu avec son nombre de lignes
       CONTROLER-MOUVEMENTS.
           MOVE 1 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-MOUVEMENTS-FIN
           END-IF.
           OPEN INPUT MVT-INDEXE-FICHIER.
           IF WS-MVT-INDEXE-STATUS NOT = "00"
               MOVE "mouvements.dat absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-MOUVEMENTS-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE HIGH-VALUES TO WS-MVT-ARTICLE-PREC.
           MOVE 0 TO WS-MVT-NB-ARTICLE.
           MOVE "O" TO WS-MVT-EXISTE-PREC.
           PERFORM UNTIL WS-MVT-INDEXE-STATUS NOT = "00"
               READ MVT-INDEXE-FICHIER NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF F-MVI-ARTICLE NOT = WS-MVT-ARTICLE-PREC
                           PERFORM SIGNALER-GROUPE-MVT
                           MOVE F-MVI-ARTICLE TO WS-MVT-ARTICLE-PREC
                           MOVE 0 TO WS-MVT-NB-ARTICLE
                           MOVE F-MVI-ARTICLE TO WS-CLE-REF
                           PERFORM VERIFIER-ARTICLE
                           MOVE WS-EXISTE TO WS-MVT-EXISTE-PREC
                       END-IF
                       ADD 1 TO WS-MVT-NB-ARTICLE
               END-READ
           END-PERFORM.
           PERFORM SIGNALER-GROUPE-MVT.
           CLOSE MVT-INDEXE-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-MOUVEMENTS-FIN.
           EXIT.

      *    Signale le groupe de mouvements qui vient de se terminer
      *    si son article n'existe plus
       SIGNALER-GROUPE-MVT.
           IF WS-MVT-EXISTE-PREC = "N"
               MOVE WS-MVT-NB-ARTICLE TO WS-NOMBRE-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING "   " DELIMITED BY SIZE
                      WS-MVT-ARTICLE-PREC DELIMITED BY SIZE
                      " article inconnu, " DELIMITED BY SIZE
                      WS-NOMBRE-AFF DELIMITED BY SIZE
                      " mouvement(s)" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
               ADD WS-MVT-NB-ARTICLE TO WS-REL-NOMBRE(WS-IDX-REL)
               ADD WS-MVT-NB-ARTICLE TO WS-NB-ORPHELINS
           END-IF.
           MOVE "O" TO WS-MVT-EXISTE-PREC.

       CONTROLER-LOTS.
           MOVE 2 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LOTS-FIN
           END-IF.
           OPEN INPUT LOTS-FICHIER.
           IF WS-LOTS-STATUS NOT = "00"
               MOVE "lots.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LOTS-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
               READ LOTS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-LOT-ARTICLE TO WS-CLE-REF
                       PERFORM VERIFIER-ARTICLE
                       IF WS-EXISTE = "N"
                           MOVE SPACES TO WS-DETAIL
                           STRING "lot " DELIMITED BY SIZE
                                  F-LOT-NUMERO DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTS-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-LOTS-FIN.
           EXIT.

       CONTROLER-RESERVATIONS.
           MOVE 3 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-RESERVATIONS-FIN
           END-IF.
           OPEN INPUT RESERVATIONS-FICHIER.
           IF WS-RESERVATIONS-STATUS NOT = "00"
               MOVE "reservations.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-RESERVATIONS-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-RESERVATIONS-STATUS NOT = "00"
               READ RESERVATIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-RSV-ARTICLE TO WS-CLE-REF
                       PERFORM VERIFIER-ARTICLE
                       IF WS-EXISTE = "N"
                           MOVE F-RSV-BENEFICIAIRE TO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATIONS-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-RESERVATIONS-FIN.
           EXIT.

       CONTROLER-RECETTES.
           MOVE 4 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-RECETTES-FIN
           END-IF.
           OPEN INPUT RECETTES-FICHIER.
           IF WS-RECETTES-STATUS NOT = "00"
               MOVE "recettes.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-RECETTES-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-RECETTES-STATUS NOT = "00"
               READ RECETTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-RCT-ARTICLE TO WS-CLE-REF
                       PERFORM VERIFIER-ARTICLE
                       IF WS-EXISTE = "N"
                           MOVE SPACES TO WS-DETAIL
                           STRING "pizza " DELIMITED BY SIZE
                                  F-RCT-PIZZA DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECETTES-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-RECETTES-FIN.
           EXIT.

       CONTROLER-ASSORTIMENT.
           MOVE 5 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-ASSORTIMENT-FIN
           END-IF.
           OPEN INPUT ASSORTIMENT-FICHIER.
           IF WS-ASSORTIMENT-STATUS NOT = "00"
               MOVE "assortiment.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-ASSORTIMENT-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-ASSORTIMENT-STATUS NOT = "00"
               READ ASSORTIMENT-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-ASS-ARTICLE TO WS-CLE-REF
                       PERFORM VERIFIER-ARTICLE
                       IF WS-EXISTE = "N"
                           MOVE SPACES TO WS-DETAIL
                           STRING "statut " DELIMITED BY SIZE
                                  F-ASS-STATUT DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSORTIMENT-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-ASSORTIMENT-FIN.
           EXIT.

       CONTROLER-PLAN.
           MOVE 6 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-PLAN-FIN
           END-IF.
           OPEN INPUT PLAN-FICHIER.
           IF WS-PLAN-STATUS NOT = "00"
               MOVE "plan-comptage.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-PLAN-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-PLAN-STATUS NOT = "00"
               READ PLAN-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-PLC-ARTICLE TO WS-CLE-REF
                       PERFORM VERIFIER-ARTICLE
                       IF WS-EXISTE = "N"
                           MOVE SPACES TO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-PLAN-FIN.
           EXIT.

      *    Codes-barres : le code article designe doit etre porte par
      *    un article du maitre (lecture sur la cle F-CODE-ARTICLE)
       CONTROLER-CODES-BARRES.
           MOVE 7 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-CODES-BARRES-FIN
           END-IF.
           OPEN INPUT CODES-BARRES-FICHIER.
           IF WS-CODES-BARRES-STATUS NOT = "00"
               MOVE "codes-barres.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-CODES-BARRES-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-CODES-BARRES-STATUS NOT = "00"
               READ CODES-BARRES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE "O" TO WS-EXISTE
                       IF F-CB-CODE-ARTICLE = SPACES
                           MOVE "N" TO WS-EXISTE
                       ELSE
                           MOVE F-CB-CODE-ARTICLE TO F-CODE-ARTICLE
                           READ FICHIER-INVENTAIRE
                               KEY IS F-CODE-ARTICLE
                               INVALID KEY
                                   MOVE "N" TO WS-EXISTE
                           END-READ
                       END-IF
                       IF WS-EXISTE = "N"
                           MOVE F-CB-CODE-ARTICLE TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "EAN " DELIMITED BY SIZE
                                  F-CB-EAN DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-BARRES-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-CODES-BARRES-FIN.
           EXIT.

      *    Fournisseur de chaque article (a blanc = pas de
      *    fournisseur attitre, pas une reference)
       CONTROLER-FOURNISSEURS.
           MOVE 8 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-INV-OUVERT NOT = "O"
               MOVE "inventaire.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-FOURNISSEURS-FIN
           END-IF.
           IF WS-FMA-CHARGE NOT = "O"
               MOVE "fournisseurs-maitre.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-FOURNISSEURS-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE LOW-VALUES TO F-NOM-ARTICLE.
           START FICHIER-INVENTAIRE
               KEY IS NOT LESS THAN F-NOM-ARTICLE
               INVALID KEY
                   MOVE "23" TO WS-INVENTAIRE-STATUS
           END-START.
           PERFORM UNTIL WS-INVENTAIRE-STATUS NOT = "00"
               READ FICHIER-INVENTAIRE NEXT RECORD
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF F-FOURN-ARTICLE NOT = SPACES
                           MOVE "N" TO WS-EXISTE
                           PERFORM VARYING WS-IDX-FMA FROM 1 BY 1
                                   UNTIL WS-IDX-FMA > WS-NB-FMA
                                   OR WS-EXISTE = "O"
                               IF WS-FMA-CODE(WS-IDX-FMA)
                                      = F-FOURN-ARTICLE
                                   MOVE "O" TO WS-EXISTE
                               END-IF
                           END-PERFORM
                           IF WS-EXISTE = "N"
                               MOVE F-FOURN-ARTICLE TO WS-CLE-REF
                               MOVE SPACES TO WS-DETAIL
                               STRING "article " DELIMITED BY SIZE
                                      F-NOM-ARTICLE DELIMITED BY SIZE
                                   INTO WS-DETAIL
                               PERFORM SIGNALER-ORPHELIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *    Le maitre reste ouvert pour les controles suivants
           MOVE "00" TO WS-INVENTAIRE-STATUS.
           PERFORM TERMINER-RELATION.
       CONTROLER-FOURNISSEURS-FIN.
           EXIT.

      *    Notes : numero d'eleve (zone eleve depuis MIGRE-ELEVES) et
      *    matiere, lus en un seul passage de notes.txt
       CONTROLER-NOTES.
           MOVE 9 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           OPEN INPUT NOTES-FICHIER.
           IF WS-NOTES-STATUS NOT = "00"
               MOVE "notes.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               MOVE 10 TO WS-IDX-REL
               PERFORM DEBUTER-RELATION
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-NOTES-FIN
           END-IF.
           IF WS-ELV-CHARGE NOT = "O"
               MOVE "eleves-ref.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
           ELSE
               MOVE "C" TO WS-REL-ETAT(9)
           END-IF.
           IF WS-MTR-CHARGE = "O"
               MOVE "C" TO WS-REL-ETAT(10)
           END-IF.
      *    Premier passage : les eleves, ecrits sous la relation 9 ;
      *    les matieres sont relues ensuite pour garder le rapport
      *    groupe par relation
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
                      OR WS-REL-ETAT(9) NOT = "C"
               READ NOTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-ELEVE-V TO WS-CLE-ELEVE
                       PERFORM VERIFIER-ELEVE
                       IF WS-EXISTE = "N"
                           MOVE F-ELEVE-V TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "matiere " DELIMITED BY SIZE
                                  F-MATIERE-V DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FICHIER.
           IF WS-REL-ETAT(9) = "C"
               PERFORM TERMINER-RELATION
           END-IF.

           MOVE 10 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-MTR-CHARGE NOT = "O"
               MOVE "matieres.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-NOTES-FIN
           END-IF.
           OPEN INPUT NOTES-FICHIER.
           IF WS-NOTES-STATUS NOT = "00"
               MOVE "notes.txt illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-NOTES-FIN
           END-IF.
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
               READ NOTES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       MOVE F-MATIERE-V TO WS-CLE-MATIERE
                       PERFORM VERIFIER-MATIERE
                       IF WS-EXISTE = "N"
                           MOVE F-MATIERE-V TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "eleve " DELIMITED BY SIZE
                                  F-ELEVE-V DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-NOTES-FIN.
           EXIT.

       CONTROLER-ABSENCES.
           MOVE 11 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-ELV-CHARGE NOT = "O"
               MOVE "eleves-ref.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-ABSENCES-FIN
           END-IF.
           OPEN INPUT ABSENCES-FICHIER.
           IF WS-ABSENCES-STATUS NOT = "00"
               MOVE "absences.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-ABSENCES-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-ABSENCES-STATUS NOT = "00"
               READ ABSENCES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-ABS-ELEVE TO WS-CLE-ELEVE
                       PERFORM VERIFIER-ELEVE
                       IF WS-EXISTE = "N"
                           MOVE F-ABS-ELEVE TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "absence du " DELIMITED BY SIZE
                                  F-ABS-DATE DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENCES-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-ABSENCES-FIN.
           EXIT.

      *    Menages : la personne doit etre au maitre ; une personne
      *    sortie par ARCHIVE-PERS est retrouvee dans l'archive
       CONTROLER-MENAGES.
           MOVE 12 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-PER-OUVERT NOT = "O"
               MOVE "personnes.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-MENAGES-FIN
           END-IF.
           OPEN INPUT MENAGES-FICHIER.
           IF WS-MENAGES-STATUS NOT = "00"
               MOVE "menages.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-MENAGES-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-MENAGES-STATUS NOT = "00"
               READ MENAGES-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-MEN-PERSONNE TO F-PER-NUMERO
                       MOVE F-MEN-PERSONNE TO WS-PERSONNE-CHERCHEE
                       MOVE "O" TO WS-EXISTE
                       READ FICHIER-P
                           INVALID KEY
                               MOVE "N" TO WS-EXISTE
                       END-READ
                       IF WS-EXISTE = "N"
                           PERFORM CHERCHER-ARCHIVE
                           MOVE SPACES TO WS-CLE-REF
                           MOVE F-MEN-PERSONNE TO WS-CLE-REF(1:5)
                           MOVE SPACES TO WS-DETAIL
                           IF WS-ARCHIVEE = "O"
                               STRING "menage " DELIMITED BY SIZE
                                      F-MEN-NUMERO DELIMITED BY SIZE
                                      ", personne archivee"
                                          DELIMITED BY SIZE
                                   INTO WS-DETAIL
                           ELSE
                               STRING "menage " DELIMITED BY SIZE
                                      F-MEN-NUMERO DELIMITED BY SIZE
                                      ", personne inconnue"
                                          DELIMITED BY SIZE
                                   INTO WS-DETAIL
                           END-IF
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENAGES-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-MENAGES-FIN.
           EXIT.

      *    Liens parents : l'eleve doit etre au referentiel
       CONTROLER-LIENS-ELEVE.
           MOVE 15 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-ELV-CHARGE NOT = "O"
               MOVE "eleves-ref.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LIENS-ELEVE-FIN
           END-IF.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS NOT = "00"
               MOVE "parents-eleves.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LIENS-ELEVE-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
               READ LIENS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE SPACES TO WS-CLE-ELEVE
                       MOVE F-LPA-ELEVE TO WS-CLE-ELEVE(1:5)
                       PERFORM VERIFIER-ELEVE
                       IF WS-EXISTE = "N"
                           MOVE WS-CLE-ELEVE TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "parent " DELIMITED BY SIZE
                                  F-LPA-PERSONNE DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIENS-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-LIENS-ELEVE-FIN.
           EXIT.

      *    Liens parents : le parent doit etre au maitre ; un parent
      *    sorti par ARCHIVE-PERS est retrouve dans l'archive
       CONTROLER-LIENS-PARENT.
           MOVE 16 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-PER-OUVERT NOT = "O"
               MOVE "personnes.dat illisible" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LIENS-PARENT-FIN
           END-IF.
           OPEN INPUT LIENS-FICHIER.
           IF WS-LIENS-STATUS NOT = "00"
               MOVE "parents-eleves.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-LIENS-PARENT-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-LIENS-STATUS NOT = "00"
               READ LIENS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       ADD 1 TO WS-NB-LUES
                       MOVE F-LPA-PERSONNE TO F-PER-NUMERO
                       MOVE F-LPA-PERSONNE TO WS-PERSONNE-CHERCHEE
                       MOVE "O" TO WS-EXISTE
                       READ FICHIER-P
                           INVALID KEY
                               MOVE "N" TO WS-EXISTE
                       END-READ
                       IF WS-EXISTE = "N"
                           PERFORM CHERCHER-ARCHIVE
                           MOVE SPACES TO WS-CLE-REF
                           MOVE F-LPA-PERSONNE TO WS-CLE-REF(1:5)
                           MOVE SPACES TO WS-DETAIL
                           IF WS-ARCHIVEE = "O"
                               STRING "eleve " DELIMITED BY SIZE
                                      F-LPA-ELEVE DELIMITED BY SIZE
                                      ", personne archivee"
                                          DELIMITED BY SIZE
                                   INTO WS-DETAIL
                           ELSE
                               STRING "eleve " DELIMITED BY SIZE
                                      F-LPA-ELEVE DELIMITED BY SIZE
                                      ", personne inconnue"
                                          DELIMITED BY SIZE
                                   INTO WS-DETAIL
                           END-IF
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIENS-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-LIENS-PARENT-FIN.
           EXIT.

      *    La personne WS-PERSONNE-CHERCHEE figure-t-elle dans l'archive
      *    personnes-archives.txt ? (resultat dans WS-ARCHIVEE)
       CHERCHER-ARCHIVE.
           MOVE "N" TO WS-ARCHIVEE.
           OPEN INPUT ARCHIVES-FICHIER.
           IF WS-ARCHIVES-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVES-STATUS NOT = "00"
                          OR WS-ARCHIVEE = "O"
                   READ ARCHIVES-FICHIER
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           IF F-ARC-NUMERO = WS-PERSONNE-CHERCHEE
                               MOVE "O" TO WS-ARCHIVEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-FICHIER
           END-IF.

      *    Affectations : matiere puis professeur, chacun dans sa
      *    section du rapport
       CONTROLER-AFFECTATIONS.
           MOVE 13 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-MTR-CHARGE NOT = "O"
               MOVE "matieres.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
           ELSE
               OPEN INPUT AFFECTATIONS-FICHIER
               IF WS-AFFECTATIONS-STATUS NOT = "00"
                   MOVE "affectations.txt absent" TO WS-RAISON
                   PERFORM RELATION-NON-CONTROLEE
               ELSE
                   MOVE "C" TO WS-REL-ETAT(WS-IDX-REL)
                   MOVE 0 TO WS-NUM-LIGNE
                   PERFORM UNTIL WS-AFFECTATIONS-STATUS NOT = "00"
                       READ AFFECTATIONS-FICHIER
                           AT END
                               MOVE "F" TO WS-FIN
                           NOT AT END
                               ADD 1 TO WS-NUM-LIGNE
                               ADD 1 TO WS-NB-LUES
                               MOVE F-AFF-MATIERE TO WS-CLE-MATIERE
                               PERFORM VERIFIER-MATIERE
                               IF WS-EXISTE = "N"
                                   MOVE F-AFF-MATIERE
                                       TO WS-CLE-REF
                                   MOVE SPACES TO WS-DETAIL
                                   STRING "prof " DELIMITED BY SIZE
                                          F-AFF-PROF
                                              DELIMITED BY SIZE
                                          " classe " DELIMITED BY SIZE
                                          F-AFF-CLASSE
                                              DELIMITED BY SIZE
                                       INTO WS-DETAIL
                                   PERFORM SIGNALER-ORPHELIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AFFECTATIONS-FICHIER
                   PERFORM TERMINER-RELATION
               END-IF
           END-IF.

           MOVE 14 TO WS-IDX-REL.
           PERFORM DEBUTER-RELATION.
           IF WS-PRF-CHARGE NOT = "O"
               MOVE "professeurs.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-AFFECTATIONS-FIN
           END-IF.
           OPEN INPUT AFFECTATIONS-FICHIER.
           IF WS-AFFECTATIONS-STATUS NOT = "00"
               MOVE "affectations.txt absent" TO WS-RAISON
               PERFORM RELATION-NON-CONTROLEE
               GO TO CONTROLER-AFFECTATIONS-FIN
           END-IF.
           MOVE "C" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE 0 TO WS-NUM-LIGNE.
           PERFORM UNTIL WS-AFFECTATIONS-STATUS NOT = "00"
               READ AFFECTATIONS-FICHIER
                   AT END
                       MOVE "F" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       MOVE "N" TO WS-EXISTE
                       PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                               UNTIL WS-IDX-PRF > WS-NB-PRF
                               OR WS-EXISTE = "O"
                           IF WS-PRF-CODE(WS-IDX-PRF) = F-AFF-PROF
                               MOVE "O" TO WS-EXISTE
                           END-IF
                       END-PERFORM
                       IF WS-EXISTE = "N"
                           MOVE F-AFF-PROF TO WS-CLE-REF
                           MOVE SPACES TO WS-DETAIL
                           STRING "matiere " DELIMITED BY SIZE
                                  F-AFF-MATIERE DELIMITED BY SIZE
                                  " classe " DELIMITED BY SIZE
                                  F-AFF-CLASSE DELIMITED BY SIZE
                               INTO WS-DETAIL
                           PERFORM SIGNALER-ORPHELIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AFFECTATIONS-FICHIER.
           PERFORM TERMINER-RELATION.
       CONTROLER-AFFECTATIONS-FIN.
           EXIT.

      *    L'article WS-CLE-REF existe-t-il au maitre ? (lecture
      *    directe sur le nom ; un nom a blanc n'existe pas)
       VERIFIER-ARTICLE.
           MOVE "O" TO WS-EXISTE.
           IF WS-CLE-REF = SPACES
               MOVE "N" TO WS-EXISTE
           ELSE
               MOVE WS-CLE-REF TO F-NOM-ARTICLE
               READ FICHIER-INVENTAIRE
                   KEY IS F-NOM-ARTICLE
                   INVALID KEY
                       MOVE "N" TO WS-EXISTE
               END-READ
           END-IF.

      *    La zone eleve WS-CLE-ELEVE porte-t-elle un numero du
      *    referentiel ? (un nom d'avant la migration ne le peut pas)
       VERIFIER-ELEVE.
           MOVE "N" TO WS-EXISTE.
           IF WS-CLE-ELEVE(1:5) IS NUMERIC
               PERFORM VARYING WS-IDX-ELV FROM 1 BY 1
                       UNTIL WS-IDX-ELV > WS-NB-ELV
                       OR WS-EXISTE = "O"
                   IF WS-ELV-NUMERO(WS-IDX-ELV) = WS-CLE-ELEVE(1:5)
                       MOVE "O" TO WS-EXISTE
                   END-IF
               END-PERFORM
           END-IF.

      *    La matiere WS-CLE-MATIERE est-elle dans matieres.txt ?
       VERIFIER-MATIERE.
           MOVE "N" TO WS-EXISTE.
           PERFORM VARYING WS-IDX-MTR FROM 1 BY 1
                   UNTIL WS-IDX-MTR > WS-NB-MTR
                   OR WS-EXISTE = "O"
               IF WS-MTR-CODE(WS-IDX-MTR) = WS-CLE-MATIERE
                   MOVE "O" TO WS-EXISTE
               END-IF
           END-PERFORM.

      *    Titre de la section de la relation WS-IDX-REL
       DEBUTER-RELATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-REL-CODE(WS-IDX-REL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REL-LIBELLE(WS-IDX-REL) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Ecrit l'orphelin (reference WS-CLE-REF, ligne
      *    WS-NUM-LIGNE du fichier, WS-DETAIL) et le compte
       SIGNALER-ORPHELIN.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-CLE-REF = SPACES
               MOVE "(a blanc)" TO WS-CLE-REF
           END-IF.
           STRING "   ligne " DELIMITED BY SIZE
                  WS-NUM-LIGNE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLE-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DETAIL DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           ADD 1 TO WS-REL-NOMBRE(WS-IDX-REL).
           ADD 1 TO WS-NB-ORPHELINS.

      *    Nombre d'orphelins en fin de section
       TERMINER-RELATION.
           MOVE WS-REL-NOMBRE(WS-IDX-REL) TO WS-NOMBRE-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "   => " DELIMITED BY SIZE
                  WS-NOMBRE-AFF DELIMITED BY SIZE
                  " orphelin(s)" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Section d'une relation qui n'a pas pu etre controlee
      *    (WS-RAISON) : son compteur precedent est conserve
       RELATION-NON-CONTROLEE.
           MOVE "N" TO WS-REL-ETAT(WS-IDX-REL).
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "   non controle : " DELIMITED BY SIZE
                  WS-RAISON DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.

      *    Synthese par relation contre le passage precedent ; une
      *    relation controlee dont le nombre monte leve une alerte
       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "SYNTHESE" TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           MOVE "RELATION       ORPHELINS  PRECEDENT"
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-NB-REL
               MOVE WS-REL-NOMBRE(WS-IDX-REL) TO WS-NOMBRE-AFF
               MOVE WS-REL-PRECEDENT(WS-IDX-REL) TO WS-PRECEDENT-AFF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               EVALUATE TRUE
                   WHEN WS-REL-ETAT(WS-IDX-REL) NOT = "C"
                       STRING WS-REL-CODE(WS-IDX-REL)
                                  DELIMITED BY SIZE
                              "   non controle" DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                   WHEN WS-PRECEDENT-CONNU = "O"
                    AND WS-REL-NOMBRE(WS-IDX-REL)
                        > WS-REL-PRECEDENT(WS-IDX-REL)
                       ADD 1 TO WS-NB-HAUSSES
                       STRING WS-REL-CODE(WS-IDX-REL)
                                  DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              WS-NOMBRE-AFF DELIMITED BY SIZE
                              "    " DELIMITED BY SIZE
                              WS-PRECEDENT-AFF DELIMITED BY SIZE
                              "  EN HAUSSE" DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                       MOVE SPACES TO WS-ALR-FICHIER
                       STRING "orph " DELIMITED BY SIZE
                              WS-REL-CODE(WS-IDX-REL)
                                  DELIMITED BY SIZE
                           INTO WS-ALR-FICHIER
                       MOVE "IR" TO WS-ALR-STATUT
                       CALL "AlerteLog" USING WS-ALR-PROGRAMME
                                               WS-ALR-FICHIER
                                               WS-ALR-STATUT
                   WHEN OTHER
                       STRING WS-REL-CODE(WS-IDX-REL)
                                  DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              WS-NOMBRE-AFF DELIMITED BY SIZE
                              "    " DELIMITED BY SIZE
                              WS-PRECEDENT-AFF DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
               END-EVALUATE
               PERFORM ECRIRE-LIGNE
           END-PERFORM.
           MOVE WS-NB-ORPHELINS TO WS-NOMBRE-AFF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING "TOTAL DES ORPHELINS : " DELIMITED BY SIZE
                  WS-NOMBRE-AFF DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE.
           IF WS-PRECEDENT-CONNU = "N"
               MOVE "Premier passage : les nombres ci-dessus servent de"
                 & " base, aucune alerte" TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    Garde les nombres du passage pour le suivant ; une
      *    relation non controlee reprend son nombre precedent
       ECRIRE-COMPTEURS.
           OPEN OUTPUT COMPTEURS-FICHIER.
           IF WS-COMPTEURS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire integrite-compteurs.txt"
           ELSE
               PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                       UNTIL WS-IDX-REL > WS-NB-REL
                   MOVE WS-REL-CODE(WS-IDX-REL) TO F-ICP-RELATION
                   IF WS-REL-ETAT(WS-IDX-REL) = "C"
                       MOVE WS-REL-NOMBRE(WS-IDX-REL) TO F-ICP-NOMBRE
                   ELSE
                       MOVE WS-REL-PRECEDENT(WS-IDX-REL)
                           TO F-ICP-NOMBRE
                   END-IF
                   MOVE WS-DATE-SYS TO F-ICP-DATE
                   WRITE F-COMPTEUR
               END-PERFORM
               CLOSE COMPTEURS-FICHIER
           END-IF.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE-RAPPORT TO LIGNE-INTEGRITE.
           WRITE LIGNE-INTEGRITE.
