       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINE-NUIT.
      * Lancement sans surveillance de la chaine du soir, pour
      * l'ordonnanceur : OPERATIONS est appele en mode automatique,
      * sans menu ni ouverture de session par code et PIN, et
      * deroule les etapes du calendrier d'exploitation du jour sous
      * l'operateur de la chaine automatique (OPERATEUR-BATCH de
      * parametres.txt, BAT par defaut). Les etapes prennent leurs
      * parametres dans parametres.txt comme d'habitude ; le code
      * retour vaut 8 si une etape echoue.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Partage avec OPERATIONS par la clause EXTERNAL
       01 WS-CHAINE-AUTO         PIC X     EXTERNAL.

       PROCEDURE DIVISION.
       MOVE "O" TO WS-CHAINE-AUTO.
       CALL "OPERATIONS".
       STOP RUN.
