      * automatiquement), modifie ou retire un eleve, puis reecrit
      * le fichier a la sortie. Le referentiel est alimente au
      * depart par MIGRE-ELEVES et consulte partout via EleveRef.
      * Le bandeau de formation (Bandeau) s'affiche en tete d'ecran
      * quand la suite tourne sur un jeu de formation.
      * Un eleve retire est garde dans eleves-sortis.txt avec son annee
      * scolaire de sortie, pour son releve pluriannuel (RELEVE-ELEVE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT SORTIS-FICHIER ASSIGN TO "eleves-sortis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que F-REF-ELEVE dans EleveRef.cbl
           05 F-REF-CLASSE        PIC X(03).
           05 F-REF-ENTREE        PIC 9(08).

       FD  SORTIS-FICHIER.
           COPY "EleveSorti.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REF-STATUS              PIC XX.
       01 WS-SORTIS-STATUS           PIC XX.
       01 WS-CHOIX                   PIC 9 VALUE 0.

       01 WS-TABLE-REF.
       01 WS-MODIFIE                 PIC X VALUE "N".
       77 WS-DATE-SYS                PIC 9(8).

      *    Annee scolaire de sortie d'un eleve retire
       01 WS-ANNEE-SORTIE            PIC X(04).

       PROCEDURE DIVISION.
       CALL "Bandeau".
       ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
       PERFORM CHARGER-REF.

           END-IF.

      *    Retire l'eleve en decalant les entrees suivantes ; son
      *    numero n'est jamais reattribue. L'eleve est d'abord garde
      *    dans le registre des sortis avec son annee de sortie
       RETIRER-ELEVE.
           DISPLAY "Numero de l'eleve a retirer : ".
           ACCEPT WS-NUMERO-SAISI.
           IF WS-IDX-TROUVE = 0
               DISPLAY "Numero inconnu."
           ELSE
               PERFORM INSCRIRE-SORTIE
               PERFORM VARYING WS-IDX-REF FROM WS-IDX-TROUVE BY 1
                       UNTIL WS-IDX-REF >= WS-NB-REF
                   MOVE WS-REF(WS-IDX-REF + 1) TO WS-REF(WS-IDX-REF)
               DISPLAY "Eleve retire."
           END-IF.

      *    Ajoute l'eleve WS-IDX-TROUVE a eleves-sortis.txt (motif R,
      *    retire en cours de scolarite) ; l'annee scolaire par
      *    defaut est celle de la date du jour
       INSCRIRE-SORTIE.
           DISPLAY "Annee scolaire de sortie (vide = "
                   WS-DATE-SYS(1:4) ") : ".
           ACCEPT WS-ANNEE-SORTIE.
           IF WS-ANNEE-SORTIE = SPACES
               MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-SORTIE
           END-IF.
           OPEN EXTEND SORTIS-FICHIER.
           IF WS-SORTIS-STATUS NOT = "00"
               OPEN OUTPUT SORTIS-FICHIER
           END-IF.
           IF WS-SORTIS-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire eleves-sortis.txt"
           ELSE
               MOVE WS-REF-NUMERO(WS-IDX-TROUVE) TO F-SOR-NUMERO
               MOVE WS-REF-NOM(WS-IDX-TROUVE)    TO F-SOR-NOM
               MOVE WS-REF-CLASSE(WS-IDX-TROUVE) TO F-SOR-CLASSE
               MOVE WS-REF-ENTREE(WS-IDX-TROUVE) TO F-SOR-ENTREE
               MOVE WS-ANNEE-SORTIE              TO F-SOR-ANNEE
               MOVE WS-DATE-SYS                  TO F-SOR-DATE
               MOVE "R"                          TO F-SOR-MOTIF
               WRITE F-ELEVE-SORTI
               CLOSE SORTIS-FICHIER
           END-IF.

      *    Reecrit eleves-ref.txt a partir de WS-REF(1..WS-NB-REF)
       ECRIRE-REF.
           OPEN OUTPUT REF-FICHIER.
