       IDENTIFICATION DIVISION.
       PROGRAM-ID. TraceAction.
       AUTHOR. DEBUTANT.

      *    Sous-programme partage : ajoute une ligne horodatee au
      *    journal des actions sensibles actions-sensibles.txt
      *    (ActionSensible.cpy) avec le code de l'operateur de la
      *    session. Les programmes qui proposent, approuvent,
      *    corrigent un solde, changent un prix ou restaurent un
      *    maitre l'appellent au moment de l'action ; SEPARATION en
      *    tire chaque semaine qui a fait quoi et les conflits.
      *    Un journal inaccessible n'arrete pas l'appelant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIONS-FICHIER ASSIGN TO "actions-sensibles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIONS-FICHIER.
           COPY "ActionSensible.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACTIONS-STATUS     PIC XX.

      *    Code de l'operateur de la session, pose par OPERATIONS ou
      *    saisi par le programme appelant ; a blanc hors session
       01 WS-OPERATEUR-COURANT  PIC X(03) EXTERNAL.

      *    Date et heure systeme, pour l'horodatage de la ligne
       77 WS-DATE-SYS           PIC 9(8).
       77 WS-HEURE-SYS          PIC 9(8).

       LINKAGE SECTION.
       01 L-PROGRAMME           PIC X(10).
       01 L-ACTION              PIC X(10).
       01 L-OBJET               PIC X(20).
       01 L-LIE                 PIC X(03).
       01 L-DETAIL              PIC X(30).

       PROCEDURE DIVISION USING L-PROGRAMME L-ACTION L-OBJET L-LIE
                                 L-DETAIL.
       DEBUT.
           ACCEPT WS-DATE-SYS  FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.

           OPEN EXTEND ACTIONS-FICHIER
           IF WS-ACTIONS-STATUS NOT = "00"
               OPEN OUTPUT ACTIONS-FICHIER
           END-IF

           IF WS-ACTIONS-STATUS = "00"
               MOVE WS-DATE-SYS          TO F-ACT-DATE
               MOVE WS-HEURE-SYS(1:4)    TO F-ACT-HEURE
               MOVE WS-OPERATEUR-COURANT TO F-ACT-OPERATEUR
               MOVE L-PROGRAMME          TO F-ACT-PROGRAMME
               MOVE L-ACTION             TO F-ACT-ACTION
               MOVE L-OBJET              TO F-ACT-OBJET
               MOVE L-LIE                TO F-ACT-LIE
               MOVE L-DETAIL             TO F-ACT-DETAIL
               WRITE F-ACTION-SENSIBLE
               CLOSE ACTIONS-FICHIER
           ELSE
               DISPLAY "** Action non tracee (actions-sensibles.txt "
                       "inaccessible) **"
           END-IF.

           GOBACK.
