       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-COUT.
      * Migration ponctuelle du cout d'achat : recopie le fichier
      * maitre inventaire.dat encore a l'ancien decoupage (sans cout
      * d'achat) vers inventaire2.dat au nouveau decoupage de
      * Article.cpy, avec F-COUT-ARTICLE initialise au prix de vente
      * F-PRIX-ARTICLE faute de mieux : RECEPTION-CDE le corrige
      * ensuite en moyenne ponderee a chaque livraison. Une fois la
      * copie verifiee, renommer inventaire2.dat en inventaire.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ANCIEN ASSIGN TO "inventaire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-ANC-NOM-ARTICLE
               FILE STATUS IS WS-ANCIEN-STATUS.

           SELECT FICHIER-NOUVEAU ASSIGN TO "inventaire2.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-NOM-ARTICLE
               FILE STATUS IS WS-NOUVEAU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Ancien decoupage du maitre, avant le cout d'achat
       FD  FICHIER-ANCIEN.
       01  F-ANC-ARTICLE.
           05  F-ANC-NOM-ARTICLE              PIC X(10).
           05  F-ANC-CODE-ARTICLE             PIC X(06).
           05  F-ANC-STOCK-ARTICLE            PIC 9(05).
           05  F-ANC-PRIX-ARTICLE             PIC 9(04)V99.
           05  F-ANC-FOURN-ARTICLE            PIC X(10).
           05  F-ANC-PAR-ARTICLE              PIC 9(03).
           05  F-ANC-RAYON-ARTICLE            PIC 9(05).

       FD  FICHIER-NOUVEAU.
           COPY "Article.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ANCIEN-STATUS                     PIC XX.
       01 WS-NOUVEAU-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-NB-LUES                           PIC 9(03) VALUE 0.
       01 WS-NB-ECRITES                        PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       OPEN INPUT FICHIER-ANCIEN.
       IF WS-ANCIEN-STATUS NOT = "00"
           DISPLAY "Impossible d'ouvrir inventaire.dat (statut "
                   WS-ANCIEN-STATUS ")"
       ELSE
           OPEN OUTPUT FICHIER-NOUVEAU
           IF WS-NOUVEAU-STATUS NOT = "00"
               DISPLAY "Impossible de creer inventaire2.dat (statut "
                       WS-NOUVEAU-STATUS ")"
               CLOSE FICHIER-ANCIEN
           ELSE
               PERFORM UNTIL WS-ANCIEN-STATUS NOT = "00"
                   READ FICHIER-ANCIEN
                       AT END
                           MOVE "F" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           MOVE F-ANC-NOM-ARTICLE   TO F-NOM-ARTICLE
                           MOVE F-ANC-CODE-ARTICLE  TO F-CODE-ARTICLE
                           MOVE F-ANC-STOCK-ARTICLE TO F-STOCK-ARTICLE
                           MOVE F-ANC-PRIX-ARTICLE  TO F-PRIX-ARTICLE
                           MOVE F-ANC-FOURN-ARTICLE TO F-FOURN-ARTICLE
                           MOVE F-ANC-PAR-ARTICLE   TO F-PAR-ARTICLE
                           MOVE F-ANC-RAYON-ARTICLE TO F-RAYON-ARTICLE
                           MOVE F-ANC-PRIX-ARTICLE  TO F-COUT-ARTICLE
                           WRITE F-ARTICLE
                               INVALID KEY
                                   DISPLAY "** Ecriture refusee : "
                                           F-ANC-NOM-ARTICLE " **"
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-ECRITES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ANCIEN
               CLOSE FICHIER-NOUVEAU

               DISPLAY " "
               DISPLAY "Articles lus    : " WS-NB-LUES
               DISPLAY "Articles ecrits : " WS-NB-ECRITES
               DISPLAY "Renommer inventaire2.dat en inventaire.dat "
                       "pour achever la migration"
           END-IF
       END-IF.

       GOBACK.
