      *    rien. Appele par les programmes qui reecrivent leur
      *    maitre en bloc (MAINT-ELEVES, ExerciceNotes, Todo,
      *    MAINT-MATIERES).
      *    Chaque reecriture annoncee est tracee (action MAJ,
      *    TraceAction) au nom de l'operateur de la session :
      *    SEPARATION y voit qui a modifie quel maitre dans la
      *    journee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FIN                  PIC X.
       01 WS-NOM-COPIE            PIC X(40).

      *    Trace des actions sensibles (sous-programme partage
      *    TraceAction, journal actions-sensibles.txt)
       01 WS-TRC-PROGRAMME        PIC X(10) VALUE "GENERATION".
       01 WS-TRC-ACTION           PIC X(10) VALUE "MAJ".
       01 WS-TRC-OBJET            PIC X(20).
       01 WS-TRC-LIE              PIC X(03) VALUE SPACES.
       01 WS-TRC-DETAIL           PIC X(30)
                                  VALUE "reecriture en bloc".

       LINKAGE SECTION.
       01 L-FICHIER               PIC X(30).

           END-PERFORM.
           CLOSE SOURCE-FICHIER.
           CLOSE COPIE-FICHIER.
           MOVE L-FICHIER TO WS-TRC-OBJET.
           CALL "TraceAction" USING WS-TRC-PROGRAMME WS-TRC-ACTION
                                    WS-TRC-OBJET WS-TRC-LIE
                                    WS-TRC-DETAIL.
           GOBACK.
