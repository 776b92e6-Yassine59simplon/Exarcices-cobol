      *    Type d'evaluation (Q/C/E, voir TypeEval) ; a blanc sur
      *    les lignes d'avant la migration, qui valent C
           05 F-TYPE-V               PIC X.
      *    A = absent le jour du controle (absences.txt), pose par
      *    CHARGE-NOTES : la note a 00 ne compte dans aucune moyenne
      *    tant que le rattrapage n'a pas ete saisi (RATTRAPAGES)
           05 F-ABSENT-V             PIC X.

      *    Meme decoupage que F-MATIERE-REF dans maint-matieres.cbl
       FD  MATIERES-FICHIER.
           05 F-MTR-CODE             PIC X(10).
           05 F-MTR-LIBELLE          PIC X(20).
           05 F-MTR-COEF             PIC 9V9.
           05 F-MTR-HEURES           PIC 99V9.

       WORKING-STORAGE SECTION.

               10 WS-MOIS-V          PIC 99.
               10 WS-ANNEE-V         PIC 9(4).
               10 WS-TYPE-V          PIC X.
               10 WS-ABSENT-V        PIC X.
      *    Structure d'affichage formatée pour les notes ; la zone
      *    eleve est assez large pour le nom resolu via EleveRef
       01  WS-AFFICHAGE.
           05 WS-AFFICHAGE-MATIERE  PIC X(10).
           05 FILLER                PIC X(4)  VALUE " : ".
           05 FILLER                PIC X(7)  VALUE "Note : ".
           05 WS-AFFICHAGE-NOTE     PIC X(3).
           05 FILLER                PIC X(4)  VALUE " le ".
           05 WS-AFFICHAGE-JOUR     PIC 99.
           05 FILLER                PIC X     VALUE "/".
      *    qu'une note deja enregistree a ete corrigee
       01  WS-A-CORRIGE              PIC X     VALUE "N".

      *    Saisie d'un rattrapage : la note remplace la marque
      *    d'absence posee par CHARGE-NOTES (meme date et meme type
      *    que le controle manque) ; R = rattrapage refuse (trimestre
      *    clos sans superviseur), la note saisie est abandonnee
       01  WS-IDX-MARQUE             PIC 9(3)  VALUE 0.
       01  WS-IDX-RECH               PIC 9(3)  VALUE 1.
       01  WS-RATTRAPAGE             PIC X     VALUE "N".

      *    Nom passe au sous-programme Generation, qui garde la
      *    generation precedente du maitre avant sa reecriture
      *    (retour possible via RETOUR-GENER)
       01 WS-GEN-FICHIER             PIC X(30).

      *    Journal des modifications de notes : toute note deja
      *    enregistree dans notes.txt qui est corrigee, supprimee ou
      *    remplacee par un rattrapage laisse une ligne dans
      *    notes-audit.txt (sous-programme AuditNote) avec le motif
      *    saisi et l'operateur de la session
       01 WS-CORR-ACTION             PIC X.
       01 WS-MOTIF                   PIC X(30).
       01 WS-DATE-NOUVELLE           PIC 9(08).
       01 WS-AUD-PROGRAMME           PIC X(10) VALUE "EXNOTES".
       01 WS-AUD-ACTION              PIC X.
       01 WS-AUD-ELEVE               PIC X(10).
       01 WS-AUD-CLASSE              PIC X(03).
       01 WS-AUD-MATIERE             PIC X(10).
       01 WS-AUD-DATE-EVAL           PIC 9(08).
       01 WS-AUD-ANCIENNE            PIC X(03).
       01 WS-AUD-NOUVELLE            PIC X(03).

      *    Une note datee d'un trimestre clos par CLOTURE-TRIM
      *    (sous-programme TrimClos) ne se modifie que par un
      *    superviseur
       01 WS-TCL-DATE                PIC 9(08).
       01 WS-TCL-LIBELLE             PIC X(06).
       01 WS-TCL-CLOS                PIC X.
       01 WS-MODIF-PERMISE           PIC X     VALUE "N".
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-ROLE-COURANT            PIC X     EXTERNAL.
      *    Zones d'appel de Connexion (code operateur et PIN)
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-ACCES-OK                PIC X     VALUE "N".
       01 WS-ROLE-PROGRAMME          PIC X(10) VALUE "EXNOTES".
       01 WS-RLG-FICHIER             PIC X(20).
       01 WS-RLG-STATUT              PIC XX.


       PROCEDURE DIVISION.

       CALL "Bandeau".
       MOVE "P" TO WS-VER-ACTION.
       MOVE "notes.txt" TO WS-VER-FICHIER.
       MOVE "EXNOTES" TO WS-VER-QUI.
                       MOVE F-MOIS-V  TO WS-MOIS-V(WS-IDX)
                       MOVE F-ANNEE-V TO WS-ANNEE-V(WS-IDX)
                       MOVE F-TYPE-V  TO WS-TYPE-V(WS-IDX)
                       MOVE F-ABSENT-V TO WS-ABSENT-V(WS-IDX)
                       ADD 1 TO WS-IDX
               END-READ
           END-PERFORM

               PERFORM SAISIR-MATIERE

               PERFORM PROPOSER-RATTRAPAGE
               IF WS-RATTRAPAGE = "N"
                   PERFORM SAISIR-TYPE

                   DISPLAY "Jour : "
                   ACCEPT WS-JOUR
                   PERFORM UNTIL WS-JOUR >= 1 AND WS-JOUR <= 31
                       DISPLAY "Jour invalide, il doit être "
                               "entre 1 et 31"
                       DISPLAY "Jour : "
                       ACCEPT WS-JOUR
                   END-PERFORM

                   DISPLAY "Mois : "
                   ACCEPT WS-MOIS
                   PERFORM UNTIL WS-MOIS >= 1 AND WS-MOIS <= 12
                       DISPLAY "Mois invalide, il doit être "
                               "entre 1 et 12"
                       DISPLAY "Mois : "
                       ACCEPT WS-MOIS
                   END-PERFORM

                   DISPLAY "Annee : "
                   ACCEPT WS-ANNEE
                   PERFORM UNTIL WS-ANNEE >= 1900 AND WS-ANNEE <= 2100
                       DISPLAY "Annee invalide (1900-2100)"
                       DISPLAY "Annee : "
                       ACCEPT WS-ANNEE
                   END-PERFORM

      *            Stockage des valeurs saisies dans le tableau
                   MOVE WS-ELEVE   TO WS-ELEVE-V(WS-IDX)
                   MOVE WS-CLASSE  TO WS-CLASSE-V(WS-IDX)
                   MOVE WS-MATIERE TO WS-MATIERE-V(WS-IDX)
                   MOVE WS-NOTES TO WS-NOTE-V(WS-IDX)
                   MOVE WS-JOUR  TO WS-JOUR-V(WS-IDX)
                   MOVE WS-MOIS  TO WS-MOIS-V(WS-IDX)
                   MOVE WS-ANNEE TO WS-ANNEE-V(WS-IDX)
                   MOVE WS-TYPE  TO WS-TYPE-V(WS-IDX)
                   MOVE SPACE    TO WS-ABSENT-V(WS-IDX)

                   ADD 1 TO WS-IDX
               END-IF
       END-PERFORM.

      *    Calcul du nombre de notes effectivement saisies
                   MOVE WS-NOM-AFFICHE(1:20) TO WS-AFFICHAGE-ELEVE
                   MOVE WS-MATIERE-V(WS-IDX) TO WS-AFFICHAGE-MATIERE
                   MOVE WS-NOTE-V(WS-IDX)  TO WS-AFFICHAGE-NOTE
                   IF WS-ABSENT-V(WS-IDX) = "A"
                       MOVE "ABS" TO WS-AFFICHAGE-NOTE
                   END-IF
                   MOVE WS-JOUR-V(WS-IDX)  TO WS-AFFICHAGE-JOUR
                   MOVE WS-MOIS-V(WS-IDX)  TO WS-AFFICHAGE-MOIS
                   MOVE WS-ANNEE-V(WS-IDX) TO WS-AFFICHAGE-ANNEE
           END-PERFORM

      *    Calcul de la moyenne, de la note la plus haute et la plus
      *    basse parmi toutes les notes saisies, hors marques
      *    d'absence en attente de rattrapage
           MOVE 0 TO WS-STT-NB
           IF WS-MAX > 0
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-MAX
                 IF WS-ABSENT-V(WS-IDX) NOT = "A"
                   MOVE WS-MATIERE-V(WS-IDX) TO WS-MATIERE
                   PERFORM TROUVER-COEF
                   MOVE WS-TYPE-V(WS-IDX) TO WS-TYPE
                             * WS-POIDS-COURANT
                   COMPUTE WS-TOTAL-COEFS = WS-TOTAL-COEFS
                           + WS-COEF-COURANT * WS-POIDS-COURANT
                   ADD 1 TO WS-STT-NB
                   MOVE WS-NOTE-V(WS-IDX) TO WS-STT-VALEUR(WS-STT-NB)
                 END-IF
                 ADD 1 TO WS-IDX
               END-PERFORM
           END-IF
           IF WS-STT-NB > 0
               COMPUTE WS-NOTE-MOYENNE =
                       WS-NOTE-TOTAL / WS-TOTAL-COEFS
               CALL "Statistiques" USING WS-STT-VALEURS WS-STT-NB
                                          WS-STT-MIN WS-STT-MAX
                                          WS-STT-MOYENNE
                   MOVE WS-MOIS-V(WS-IDX)  TO F-MOIS-V
                   MOVE WS-ANNEE-V(WS-IDX) TO F-ANNEE-V
                   MOVE WS-TYPE-V(WS-IDX)  TO F-TYPE-V
                   MOVE WS-ABSENT-V(WS-IDX) TO F-ABSENT-V
                   WRITE F-NOTE
                   ADD 1 TO WS-IDX
               END-PERFORM
                       MOVE WS-JOUR-V(WS-IDX)  TO F-JOUR-V
                       MOVE WS-MOIS-V(WS-IDX)  TO F-MOIS-V
                       MOVE WS-ANNEE-V(WS-IDX) TO F-ANNEE-V
                       MOVE SPACE TO F-ABSENT-V
                       WRITE F-NOTE
                       ADD 1 TO WS-IDX
                   END-PERFORM
           PERFORM UNTIL WS-IDX > WS-MAX
               MOVE WS-ELEVE-V(WS-IDX) TO WS-ELEVE
               PERFORM RESOUDRE-ELEVE-AFFICHE
               MOVE WS-NOTE-V(WS-IDX) TO WS-AFFICHAGE-NOTE
               IF WS-ABSENT-V(WS-IDX) = "A"
                   MOVE "ABS" TO WS-AFFICHAGE-NOTE
               END-IF
               DISPLAY WS-IDX "- " WS-NOM-AFFICHE(1:20)
                       " " WS-MATIERE-V(WS-IDX)
                       "  Note : " WS-AFFICHAGE-NOTE
                       "  le " WS-JOUR-V(WS-IDX) "/"
                       WS-MOIS-V(WS-IDX) "/" WS-ANNEE-V(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.

      *    Corrige ou supprime une note deja saisie : l'utilisateur
      *    indique son numero (celui affiche par
      *    AFFICHER-NOTES-NUMEROTEES), ou 0 pour renoncer ; une note
      *    deja enregistree dans notes.txt n'est touchee qu'apres
      *    controle du trimestre (AUTORISER-MODIFICATION) et saisie
      *    du motif, journalise dans notes-audit.txt
       CORRIGER-NOTE.
           DISPLAY "Numero de la note a corriger (1 a " WS-MAX
                   ", 0 pour annuler) : "
           IF WS-IDX-CORRECTION < 1 OR WS-IDX-CORRECTION > WS-MAX
               DISPLAY "Numero invalide."
           ELSE
               MOVE "O" TO WS-MODIF-PERMISE
               IF WS-IDX-CORRECTION <= WS-NOTES-CHARGEES
                   COMPUTE WS-TCL-DATE =
                           WS-ANNEE-V(WS-IDX-CORRECTION) * 10000
                           + WS-MOIS-V(WS-IDX-CORRECTION) * 100
                           + WS-JOUR-V(WS-IDX-CORRECTION)
                   PERFORM AUTORISER-MODIFICATION
                      THRU AUTORISER-MODIFICATION-FIN
               END-IF
               IF WS-MODIF-PERMISE = "O"
                   DISPLAY "Corriger (C) ou supprimer (S) cette "
                           "note ? : "
                   ACCEPT WS-CORR-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-CORR-ACTION)
                       TO WS-CORR-ACTION
                   IF WS-CORR-ACTION = "S"
                       PERFORM SUPPRIMER-NOTE
                   ELSE
                       PERFORM RESSAISIR-NOTE
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    Ressaisit la note numero WS-IDX-CORRECTION (eleve,
      *    matiere, type, note et date) avec les memes controles de
      *    plage que la saisie initiale
       RESSAISIR-NOTE.
           PERFORM SAISIR-ELEVE

           PERFORM SAISIR-MATIERE

           PERFORM SAISIR-TYPE

           DISPLAY "Note : "
           ACCEPT WS-NOTES
           PERFORM UNTIL WS-NOTES <= 20
               DISPLAY "Note invalide, doit etre entre 0 et 20"
               DISPLAY "Note : "
               ACCEPT WS-NOTES
           END-PERFORM

           DISPLAY "Jour : "
           ACCEPT WS-JOUR
           PERFORM UNTIL WS-JOUR >= 1 AND WS-JOUR <= 31
               DISPLAY "Jour invalide, il doit être entre 1 et 31"
               DISPLAY "Jour : "
               ACCEPT WS-JOUR
           END-PERFORM

           DISPLAY "Mois : "
           ACCEPT WS-MOIS
           PERFORM UNTIL WS-MOIS >= 1 AND WS-MOIS <= 12
               DISPLAY "Mois invalide, il doit être entre 1 et 12"
               DISPLAY "Mois : "
               ACCEPT WS-MOIS
           END-PERFORM

           DISPLAY "Annee : "
           ACCEPT WS-ANNEE
           PERFORM UNTIL WS-ANNEE >= 1900 AND WS-ANNEE <= 2100
               DISPLAY "Annee invalide (1900-2100)"
               DISPLAY "Annee : "
               ACCEPT WS-ANNEE
           END-PERFORM

      *    Une note deja enregistree reportee a une autre date
      *    passe aussi le controle du trimestre de cette date
           COMPUTE WS-DATE-NOUVELLE = WS-ANNEE * 10000
                   + WS-MOIS * 100 + WS-JOUR
           IF WS-IDX-CORRECTION <= WS-NOTES-CHARGEES
              AND WS-DATE-NOUVELLE NOT = WS-TCL-DATE
               MOVE WS-DATE-NOUVELLE TO WS-TCL-DATE
               PERFORM AUTORISER-MODIFICATION
                  THRU AUTORISER-MODIFICATION-FIN
           END-IF

           IF WS-MODIF-PERMISE NOT = "O"
               DISPLAY "Correction abandonnee."
           ELSE
               IF WS-IDX-CORRECTION <= WS-NOTES-CHARGEES
                   PERFORM SAISIR-MOTIF
                   PERFORM JOURNALISER-CORRECTION
               END-IF
               MOVE WS-ELEVE   TO WS-ELEVE-V(WS-IDX-CORRECTION)
               MOVE WS-CLASSE  TO WS-CLASSE-V(WS-IDX-CORRECTION)
               MOVE WS-MATIERE TO WS-MATIERE-V(WS-IDX-CORRECTION)
               MOVE WS-MOIS    TO WS-MOIS-V(WS-IDX-CORRECTION)
               MOVE WS-ANNEE   TO WS-ANNEE-V(WS-IDX-CORRECTION)
               MOVE WS-TYPE    TO WS-TYPE-V(WS-IDX-CORRECTION)
               MOVE SPACE      TO WS-ABSENT-V(WS-IDX-CORRECTION)
               MOVE "O" TO WS-A-CORRIGE
               DISPLAY "Note corrigee."
           END-IF.

      *    Supprime la note numero WS-IDX-CORRECTION du tableau ; une
      *    note deja enregistree est journalisee avec son motif et
      *    notes.txt sera reecrit en entier
       SUPPRIMER-NOTE.
           IF WS-IDX-CORRECTION <= WS-NOTES-CHARGEES
               PERFORM SAISIR-MOTIF
               PERFORM PRENDRE-ANCIENNE-NOTE
               MOVE "S" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-NOUVELLE
               PERFORM APPELER-AUDIT
               SUBTRACT 1 FROM WS-NOTES-CHARGEES
               MOVE "O" TO WS-A-CORRIGE
           END-IF.
           PERFORM VARYING WS-IDX-RECH FROM WS-IDX-CORRECTION BY 1
                   UNTIL WS-IDX-RECH >= WS-MAX
               MOVE WS-NOTE-ENTREE(WS-IDX-RECH + 1)
                   TO WS-NOTE-ENTREE(WS-IDX-RECH)
           END-PERFORM.
           SUBTRACT 1 FROM WS-MAX.
           DISPLAY "Note supprimee.".

      *    Journalise la correction de la note WS-IDX-CORRECTION
      *    avant que le tableau ne recoive les valeurs ressaisies :
      *    une ligne M si seule la note (ou le type) change, sinon
      *    une ligne S pour l'ancienne place et une ligne A pour la
      *    nouvelle
       JOURNALISER-CORRECTION.
           PERFORM PRENDRE-ANCIENNE-NOTE.
           MOVE WS-NOTES TO WS-AUD-NOUVELLE.
           IF WS-ELEVE = WS-AUD-ELEVE
              AND WS-MATIERE = WS-AUD-MATIERE
              AND WS-DATE-NOUVELLE = WS-AUD-DATE-EVAL
               MOVE "M" TO WS-AUD-ACTION
               PERFORM APPELER-AUDIT
           ELSE
               MOVE "S" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-NOUVELLE
               PERFORM APPELER-AUDIT
               MOVE "A" TO WS-AUD-ACTION
               MOVE WS-ELEVE TO WS-AUD-ELEVE
               MOVE WS-CLASSE TO WS-AUD-CLASSE
               MOVE WS-MATIERE TO WS-AUD-MATIERE
               MOVE WS-DATE-NOUVELLE TO WS-AUD-DATE-EVAL
               MOVE SPACES TO WS-AUD-ANCIENNE
               MOVE WS-NOTES TO WS-AUD-NOUVELLE
               PERFORM APPELER-AUDIT
           END-IF.

      *    Cle et note en clair (ABS pour une marque d'absence) de la
      *    ligne WS-IDX-CORRECTION, telles qu'enregistrees
       PRENDRE-ANCIENNE-NOTE.
           MOVE WS-ELEVE-V(WS-IDX-CORRECTION)   TO WS-AUD-ELEVE.
           MOVE WS-CLASSE-V(WS-IDX-CORRECTION)  TO WS-AUD-CLASSE.
           MOVE WS-MATIERE-V(WS-IDX-CORRECTION) TO WS-AUD-MATIERE.
           COMPUTE WS-AUD-DATE-EVAL =
                   WS-ANNEE-V(WS-IDX-CORRECTION) * 10000
                   + WS-MOIS-V(WS-IDX-CORRECTION) * 100
                   + WS-JOUR-V(WS-IDX-CORRECTION).
           MOVE WS-NOTE-V(WS-IDX-CORRECTION) TO WS-AUD-ANCIENNE.
           IF WS-ABSENT-V(WS-IDX-CORRECTION) = "A"
               MOVE "ABS" TO WS-AUD-ANCIENNE
           END-IF.

       APPELER-AUDIT.
           CALL "AuditNote" USING WS-AUD-PROGRAMME WS-AUD-ACTION
                                   WS-AUD-ELEVE WS-AUD-CLASSE
                                   WS-AUD-MATIERE WS-AUD-DATE-EVAL
                                   WS-AUD-ANCIENNE WS-AUD-NOUVELLE
                                   WS-MOTIF.

      *    Le motif est obligatoire : c'est lui que le conseil de
      *    classe lira dans le releve AUDIT-NOTES
       SAISIR-MOTIF.
           MOVE SPACES TO WS-MOTIF.
           PERFORM UNTIL WS-MOTIF NOT = SPACES
               DISPLAY "Motif de la modification : "
               ACCEPT WS-MOTIF
           END-PERFORM.

      *    Controle avant de modifier une note deja enregistree,
      *    datee de WS-TCL-DATE : l'operateur doit etre identifie
      *    (Connexion) pour le journal, et une note d'un trimestre
      *    clos exige un superviseur ; rend WS-MODIF-PERMISE
       AUTORISER-MODIFICATION.
           MOVE "N" TO WS-MODIF-PERMISE.
      *    Lance hors du menu OPERATIONS, le code operateur EXTERNAL
      *    n'a jamais ete pose et contient des octets nuls
           IF WS-OPERATEUR-COURANT = LOW-VALUES
               MOVE SPACES TO WS-OPERATEUR-COURANT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               CALL "Connexion" USING WS-CNX-ACTION
                                      WS-OPERATEUR-COURANT
                                      WS-CNX-RESULTAT
           END-IF.
           IF WS-OPERATEUR-COURANT = SPACES
               DISPLAY "Modification refusee : operateur non "
                       "identifie."
               GO TO AUTORISER-MODIFICATION-FIN
           END-IF.
           CALL "TrimClos" USING WS-TCL-DATE WS-TCL-LIBELLE
                                  WS-TCL-CLOS.
           IF WS-TCL-CLOS = "O"
               DISPLAY "Note du trimestre clos "
                       FUNCTION TRIM(WS-TCL-LIBELLE) " ("
                       WS-TCL-DATE ")"
               PERFORM CONTROLER-ROLE
               IF WS-ACCES-OK NOT = "O"
                   GO TO AUTORISER-MODIFICATION-FIN
               END-IF
           END-IF.
           MOVE "O" TO WS-MODIF-PERMISE.
       AUTORISER-MODIFICATION-FIN.
           EXIT.

      *    Les notes des trimestres clos exigent un superviseur ; un
      *    refus est consigne dans alertes.txt via AlerteLog
       CONTROLER-ROLE.
           MOVE "N" TO WS-ACCES-OK.
           IF WS-ROLE-COURANT NOT = "S"
               CALL "RoleOperateur" USING WS-OPERATEUR-COURANT
                                           WS-ROLE-COURANT
           END-IF.
           IF WS-ROLE-COURANT = "S"
               MOVE "O" TO WS-ACCES-OK
           ELSE
               DISPLAY "** Action reservee aux superviseurs **"
               MOVE "acces refuse (role)" TO WS-RLG-FICHIER
               MOVE "RR" TO WS-RLG-STATUT
               CALL "AlerteLog" USING WS-ROLE-PROGRAMME
                   WS-RLG-FICHIER WS-RLG-STATUT
           END-IF.

      *    Rattrapage : si l'eleve et la matiere saisis ont une
      *    marque d'absence ouverte (la premiere du carnet), propose
      *    d'y porter la note saisie ; la marque est alors remplacee
      *    par la note, a la date et au type du controle manque, et
      *    notes.txt sera reecrit en entier ; le remplacement est
      *    journalise dans notes-audit.txt
       PROPOSER-RATTRAPAGE.
           MOVE "N" TO WS-RATTRAPAGE
           MOVE 0 TO WS-IDX-MARQUE
           MOVE 1 TO WS-IDX-RECH
           PERFORM UNTIL WS-IDX-RECH >= WS-IDX
                   OR WS-IDX-MARQUE NOT = 0
               IF WS-ABSENT-V(WS-IDX-RECH) = "A"
                  AND WS-ELEVE-V(WS-IDX-RECH) = WS-ELEVE
                  AND WS-MATIERE-V(WS-IDX-RECH) = WS-MATIERE
                   MOVE WS-IDX-RECH TO WS-IDX-MARQUE
               END-IF
               ADD 1 TO WS-IDX-RECH
           END-PERFORM
           IF WS-IDX-MARQUE NOT = 0
               DISPLAY "Absent au controle du "
                       WS-JOUR-V(WS-IDX-MARQUE) "/"
                       WS-MOIS-V(WS-IDX-MARQUE) "/"
                       WS-ANNEE-V(WS-IDX-MARQUE)
                       " : note de rattrapage ? (O/N) : "
               ACCEPT WS-RATTRAPAGE
               IF WS-RATTRAPAGE = "o"
                   MOVE "O" TO WS-RATTRAPAGE
               END-IF
               IF WS-RATTRAPAGE = "O"
                   MOVE WS-IDX-MARQUE TO WS-IDX-CORRECTION
                   COMPUTE WS-TCL-DATE =
                           WS-ANNEE-V(WS-IDX-MARQUE) * 10000
                           + WS-MOIS-V(WS-IDX-MARQUE) * 100
                           + WS-JOUR-V(WS-IDX-MARQUE)
                   PERFORM AUTORISER-MODIFICATION
                      THRU AUTORISER-MODIFICATION-FIN
               END-IF
               IF WS-RATTRAPAGE = "O" AND WS-MODIF-PERMISE NOT = "O"
      *            La note n'est pas saisie ailleurs : la marque reste
                   MOVE "R" TO WS-RATTRAPAGE
                   DISPLAY "Rattrapage non enregistre."
               END-IF
               IF WS-RATTRAPAGE = "O"
                   PERFORM PRENDRE-ANCIENNE-NOTE
                   MOVE "M" TO WS-AUD-ACTION
                   MOVE WS-NOTES TO WS-AUD-NOUVELLE
                   MOVE "rattrapage du controle manque" TO WS-MOTIF
                   PERFORM APPELER-AUDIT
                   MOVE WS-NOTES TO WS-NOTE-V(WS-IDX-MARQUE)
                   MOVE SPACE    TO WS-ABSENT-V(WS-IDX-MARQUE)
                   MOVE "O" TO WS-A-CORRIGE
                   DISPLAY "Rattrapage enregistre."
               END-IF
               IF WS-RATTRAPAGE NOT = "O" AND WS-RATTRAPAGE NOT = "R"
                   MOVE "N" TO WS-RATTRAPAGE
               END-IF
           END-IF.

      *    Charge le referentiel des matieres depuis matieres.txt ;
