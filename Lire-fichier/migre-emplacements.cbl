                           MOVE F-ANC-FOURN-ARTICLE TO F-FOURN-ARTICLE
                           MOVE F-ANC-PAR-ARTICLE   TO F-PAR-ARTICLE
                           MOVE 0                   TO F-RAYON-ARTICLE
                           MOVE F-ANC-PRIX-ARTICLE  TO F-COUT-ARTICLE
                           WRITE F-ARTICLE
                               INVALID KEY
                                   DISPLAY "** Ecriture refusee : "
