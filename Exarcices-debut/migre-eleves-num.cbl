           05 F-ANNEE-V              PIC 9(4).
           05 F-CLASSE-V             PIC X(03).
           05 F-TYPE-V               PIC X.
           05 F-ABSENT-V             PIC X.

      *    Meme decoupage que F-ELEVE-LAGNE dans reussite.cbl
       FD  ELEVE-FILE.
       01 WS-TABLE-NOTES.
           05 WS-NTE OCCURS 200 TIMES.
              10 WS-NTE-ELEVE        PIC X(10).
              10 WS-NTE-RESTE        PIC X(25).
       01 WS-NB-NOTES                PIC 9(03) VALUE 0.
       01 WS-IDX-NTE                 PIC 9(03) VALUE 1.
       01 WS-TROP-NOTES              PIC X     VALUE "N".
       PERFORM MIGRER-ELEVES.

       PERFORM ECRIRE-REF.
       PERFORM REECRIRE-NOTES
           THRU REECRIRE-NOTES-FIN.
       PERFORM REECRIRE-ELEVES
           THRU REECRIRE-ELEVES-FIN.

       DISPLAY " ".
       DISPLAY "Numeros attribues     : " WS-NB-ATTRIBUES.
                               ADD 1 TO WS-NB-NOTES
                               MOVE F-ELEVE-V
                                   TO WS-NTE-ELEVE(WS-NB-NOTES)
                               MOVE F-NOTE(11:25)
                                   TO WS-NTE-RESTE(WS-NB-NOTES)
                           ELSE
                               MOVE "O" TO WS-TROP-NOTES
               PERFORM VARYING WS-IDX-NTE FROM 1 BY 1
                       UNTIL WS-IDX-NTE > WS-NB-NOTES
                   MOVE WS-NTE-ELEVE(WS-IDX-NTE) TO F-ELEVE-V
                   MOVE WS-NTE-RESTE(WS-IDX-NTE) TO F-NOTE(11:25)
                   WRITE F-NOTE
               END-PERFORM
               CLOSE NOTES-FICHIER
