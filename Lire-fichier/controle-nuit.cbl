       WRITE F-LIGNE-VERDICT.

       PERFORM CONTROLER-DATES-TOTAUX.
       PERFORM CONTROLER-RUPTURE-CSV
           THRU CONTROLER-RUPTURE-CSV-FIN.
       PERFORM CONTROLER-REUSSITE-JOURNAL
           THRU CONTROLER-REUSSITE-JOURNAL-FIN.

       MOVE SPACES TO F-LIGNE-VERDICT.
       WRITE F-LIGNE-VERDICT.
      *    jour sous la cle DATE
       CONTROLER-DATES-TOTAUX.
           MOVE "rupture-totaux.txt" TO WS-NOM-TOTAUX.
           PERFORM CONTROLER-DATE-UN-FICHIER
               THRU CONTROLER-DATE-UN-FICHIER-FIN.
           MOVE "reussite-totaux.txt" TO WS-NOM-TOTAUX.
           PERFORM CONTROLER-DATE-UN-FICHIER
               THRU CONTROLER-DATE-UN-FICHIER-FIN.
           MOVE "lire-noms-totaux.txt" TO WS-NOM-TOTAUX.
           PERFORM CONTROLER-DATE-UN-FICHIER
               THRU CONTROLER-DATE-UN-FICHIER-FIN.

       CONTROLER-DATE-UN-FICHIER.
           MOVE SPACES TO WS-TOT-DATE.
