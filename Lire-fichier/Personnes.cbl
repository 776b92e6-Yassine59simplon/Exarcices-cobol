      * chaque personne, la reference sans ambiguite des rapports.
      * Les dates restent au format MMJJAAAA herite de
      * personnes.txt, validees par JoursMois.
      * Les totaux de controle de personnes.dat (TotauxMaitre) sont
      * verifies avant la pose du verrou, un ecart etant signale sans
      * bloquer le travail, et recalcules avant sa levee.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Chaque creation ou correction laisse dans personnes-histo.txt
      * (HistoPersonne) l'image avant et l'image apres, au nom de
      * l'operateur identifie au lancement (Connexion) ;
      * HISTO-PERSONNES les relit.
      * Le code postal saisi est controle contre la reference
      * codes-postaux.txt (CodePostal, entretenue par MAINT-CP) : un
      * code inconnu est refuse, avec le code de la commune quand
      * elle est connue, et le nom officiel de la commune est repris
      * ou propose.
      * Une personne dont le courrier est revenu (F-PER-NPAI, saisi
      * dans CAMPAGNES) est signalee a la saisie des coordonnees ; la
      * correction de son adresse leve le drapeau.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DU-RESULTAT         PIC S9(7).
       01 WS-AGE-FETE            PIC 9(3).

      *    Totaux de controle des maitres (sous-programme
      *    partage TotauxMaitre) : verifies avant tout
      *    traitement, enregistres apres mise a jour
       01 WS-TOT-ACTION              PIC X.
       01 WS-TOT-MAITRE              PIC X(20).
       01 WS-TOT-QUI                 PIC X(10).
       01 WS-TOT-RESULTAT            PIC X.

      *    Operateur de la session (OPERATIONS ou Connexion) et
      *    images avant/apres de l'historique des personnes
      *    (sous-programme partage HistoPersonne)
       01 WS-OPERATEUR-COURANT       PIC X(03) EXTERNAL.
       01 WS-CNX-ACTION              PIC X     VALUE "C".
       01 WS-CNX-RESULTAT            PIC X.
       01 WS-HPE-PROGRAMME           PIC X(10) VALUE "PERSONNES".
       01 WS-HPE-ACTION              PIC X.
       01 WS-HPE-AVANT               PIC X(125).
       01 WS-HPE-APRES               PIC X(125).

      *    Controle du code postal et de la commune contre la
      *    reference codes-postaux.txt (sous-programme partage
      *    CodePostal)
       01 WS-CPO-ACTION              PIC X     VALUE "V".
       01 WS-CPO-CP                  PIC X(05).
       01 WS-CPO-VILLE               PIC X(15).
       01 WS-CPO-CP-PROPOSE          PIC X(05).
       01 WS-CPO-VILLE-PROPOSEE      PIC X(15).
       01 WS-CPO-RESULTAT            PIC X.
       01 WS-CP-ACCEPTE              PIC X.

      *    Adresse avant saisie : sa correction leve le retour de
      *    courrier (F-PER-NPAI) saisi dans CAMPAGNES
       01 WS-ADRESSE-AVANT.
           05 WS-ADR-AV-ADRESSE      PIC X(25).
           05 WS-ADR-AV-CP           PIC X(05).
           05 WS-ADR-AV-VILLE        PIC X(15).

       PROCEDURE DIVISION.
      *    Totaux de controle du maitre : un ecart est signale
       CALL "Bandeau".
       MOVE "V" TO WS-TOT-ACTION.
       MOVE "personnes.dat" TO WS-TOT-MAITRE.
       MOVE "PERSONNES" TO WS-TOT-QUI.
       CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                 WS-TOT-QUI WS-TOT-RESULTAT.
       IF WS-TOT-RESULTAT = "E"
           DISPLAY "Ecart signale au superviseur ; le travail "
                   "peut continuer."
       END-IF.
      *    Chaque changement est historise au nom de l'operateur :
      *    pas de session sans operateur identifie
       IF WS-OPERATEUR-COURANT = LOW-VALUES
           MOVE SPACES TO WS-OPERATEUR-COURANT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           CALL "Connexion" USING WS-CNX-ACTION
                                  WS-OPERATEUR-COURANT
                                  WS-CNX-RESULTAT
       END-IF.
       IF WS-OPERATEUR-COURANT = SPACES
           DISPLAY "Mise a jour refusee : operateur non identifie."
           STOP RUN
       END-IF.
       MOVE "P" TO WS-VER-ACTION.
       MOVE "personnes.dat" TO WS-VER-FICHIER.
       MOVE "PERSONNES" TO WS-VER-QUI.
                       PERFORM LISTER-PERSONNES
                   WHEN 2
                       PERFORM CORRIGER-PERSONNE
                           THRU CORRIGER-PERSONNE-FIN
                   WHEN 3
                       PERFORM AJOUTER-PERSONNE
                   WHEN 4
           PERFORM ECRIRE-COMPTEUR
       END-IF.

      *    Totaux de controle recalcules apres mise a jour, sauf
      *    ecart en attente d'examen
       IF WS-TOT-RESULTAT NOT = "E"
           MOVE "S" TO WS-TOT-ACTION
           CALL "TotauxMaitre" USING WS-TOT-ACTION WS-TOT-MAITRE
                                     WS-TOT-QUI WS-TOT-RESULTAT
       END-IF.
       MOVE "L" TO WS-VER-ACTION.
       CALL "Verrou" USING WS-VER-ACTION WS-VER-FICHIER
                            WS-VER-QUI WS-VER-RESULTAT.
                       WS-NUMERO-DEMANDE
               GO TO CORRIGER-PERSONNE-FIN
           END-IF.
           MOVE F-PERSONNE TO WS-HPE-AVANT.
           DISPLAY F-PER-NUMERO " " F-PER-NOM " " F-PER-PRENOM
                   " nee/ne le " F-PER-DATTE(3:2) "/"
                   F-PER-DATTE(1:2) "/" F-PER-DATTE(5:4).
                   DISPLAY "** Reecriture impossible **"
               NOT INVALID KEY
                   DISPLAY "Personne corrigee."
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   IF WS-HPE-APRES NOT = WS-HPE-AVANT
                       MOVE "M" TO WS-HPE-ACTION
                       PERFORM HISTORISER-PERSONNE
                   END-IF
           END-REWRITE.
       CORRIGER-PERSONNE-FIN.
           EXIT.
      *    Saisie des coordonnees (une reponse vide garde la valeur
      *    en place) ; ETIQUETTES s'en sert pour les etiquettes
       SAISIR-COORDONNEES.
           MOVE F-PER-ADRESSE TO WS-ADR-AV-ADRESSE.
           MOVE F-PER-CP TO WS-ADR-AV-CP.
           MOVE F-PER-VILLE TO WS-ADR-AV-VILLE.
           DISPLAY "Adresse (vide pour garder "
                   FUNCTION TRIM(F-PER-ADRESSE) ") : ".
           ACCEPT WS-TEXTE-SAISI.
           IF WS-TEXTE-SAISI NOT = SPACES
               MOVE WS-TEXTE-SAISI TO F-PER-ADRESSE
           END-IF.
           PERFORM SAISIR-CODE-POSTAL.
           DISPLAY "Ville (vide pour garder "
                   FUNCTION TRIM(F-PER-VILLE) ") : ".
           ACCEPT WS-TEXTE-SAISI.
           IF WS-TEXTE-SAISI NOT = SPACES
               MOVE WS-TEXTE-SAISI TO F-PER-VILLE
           END-IF.
           PERFORM CONTROLER-VILLE.
           IF F-PER-NPAI = "O"
               IF F-PER-ADRESSE NOT = WS-ADR-AV-ADRESSE
                  OR F-PER-CP NOT = WS-ADR-AV-CP
                  OR F-PER-VILLE NOT = WS-ADR-AV-VILLE
                   MOVE SPACE TO F-PER-NPAI
                   DISPLAY "Adresse corrigee : la personne revient "
                           "dans les tirages d'etiquettes."
               ELSE
                   DISPLAY "Courrier revenu a cette adresse : a "
                           "corriger pour reprendre les envois."
               END-IF
           END-IF.
           DISPLAY "Telephone (vide pour garder "
                   F-PER-TEL ") : ".
           ACCEPT WS-TEXTE-SAISI.
               MOVE WS-TEXTE-SAISI TO F-PER-TEL
           END-IF.

      *    Code postal redemande tant qu'il est inconnu de la
      *    reference (la commune deja saisie sert a proposer le bon
      *    code) ; un code vide, ou une reference absente, passe
       SAISIR-CODE-POSTAL.
           MOVE "N" TO WS-CP-ACCEPTE.
           PERFORM UNTIL WS-CP-ACCEPTE = "O"
               DISPLAY "Code postal (vide pour garder "
                       F-PER-CP ") : "
               ACCEPT WS-TEXTE-SAISI
               IF WS-TEXTE-SAISI = SPACES
                   MOVE F-PER-CP TO WS-CPO-CP
               ELSE
                   MOVE WS-TEXTE-SAISI TO WS-CPO-CP
               END-IF
               MOVE F-PER-VILLE TO WS-CPO-VILLE
               IF WS-CPO-CP = SPACES
                   MOVE "O" TO WS-CP-ACCEPTE
               ELSE
                   CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-CP
                                           WS-CPO-VILLE
                                           WS-CPO-CP-PROPOSE
                                           WS-CPO-VILLE-PROPOSEE
                                           WS-CPO-RESULTAT
                   IF WS-CPO-RESULTAT = "C"
                       DISPLAY "Code postal " WS-CPO-CP
                               " inconnu de la reference."
                       IF WS-CPO-CP-PROPOSE NOT = SPACES
                           DISPLAY "Code de "
                                   FUNCTION TRIM(WS-CPO-VILLE-PROPOSEE)
                                   " : " WS-CPO-CP-PROPOSE
                       END-IF
                   ELSE
                       MOVE "O" TO WS-CP-ACCEPTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CPO-CP TO F-PER-CP.

      *    Commune controlee contre le code : le nom officiel
      *    remplace la saisie quand le couple est connu, et il est
      *    propose quand la commune n'est pas desservie par le code
       CONTROLER-VILLE.
           MOVE F-PER-CP TO WS-CPO-CP.
           MOVE F-PER-VILLE TO WS-CPO-VILLE.
           CALL "CodePostal" USING WS-CPO-ACTION WS-CPO-CP
                                   WS-CPO-VILLE WS-CPO-CP-PROPOSE
                                   WS-CPO-VILLE-PROPOSEE
                                   WS-CPO-RESULTAT.
           EVALUATE WS-CPO-RESULTAT
               WHEN "O"
                   MOVE WS-CPO-VILLE-PROPOSEE TO F-PER-VILLE
               WHEN "V"
                   DISPLAY "Commune absente du code " F-PER-CP
                           " ; nom officiel : "
                           FUNCTION TRIM(WS-CPO-VILLE-PROPOSEE)
                   DISPLAY "Retenir le nom officiel (O/N) ? "
                   ACCEPT WS-TEXTE-SAISI
                   IF WS-TEXTE-SAISI(1:1) = "O"
                      OR WS-TEXTE-SAISI(1:1) = "o"
                       MOVE WS-CPO-VILLE-PROPOSEE TO F-PER-VILLE
                   ELSE
                       DISPLAY "Commune gardee telle quelle : "
                               "CONTROLE-ADR la signalera."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Ajout sous le prochain numero du compteur
       AJOUTER-PERSONNE.
           MOVE SPACES TO F-PERSONNE.
                   DISPLAY "Personne ajoutee sous le numero "
                           F-PER-NUMERO
                   ADD 1 TO WS-PROCHAIN-NUMERO
                   MOVE SPACES TO WS-HPE-AVANT
                   MOVE F-PERSONNE TO WS-HPE-APRES
                   MOVE "C" TO WS-HPE-ACTION
                   PERFORM HISTORISER-PERSONNE
           END-WRITE.

      *    Images avant et apres ajoutees a personnes-histo.txt
       HISTORISER-PERSONNE.
           CALL "HistoPersonne" USING WS-HPE-PROGRAMME WS-HPE-ACTION
                                      WS-HPE-AVANT WS-HPE-APRES.

      *    Anniversaires du jour, numero en tete, age fete via
      *    DateUtil
       ANNIVERSAIRES-DU-JOUR.
