       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-CLES.
      * Migration ponctuelle des cles du maitre : recopie le fichier
      * inventaire.dat encore indexe sur le seul nom de l'article
      * vers inventaire2.dat, qui porte en plus les cles secondaires
      * F-CODE-ARTICLE (acces direct par code) et F-FOURN-ARTICLE
      * (articles d'un fournisseur dans l'ordre) de Article.cpy.
      * Les codes article attribues a plusieurs articles sont
      * signales pour etre corriges (IMPORT-CSV refuse desormais un
      * tel doublon a la creation). Une fois la copie verifiee,
      * renommer inventaire2.dat en inventaire.dat.

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
               ALTERNATE RECORD KEY IS F-CODE-ARTICLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS F-FOURN-ARTICLE
                   WITH DUPLICATES
               FILE STATUS IS WS-NOUVEAU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Meme decoupage que Article.cpy, sans les cles secondaires
       FD  FICHIER-ANCIEN.
       01  F-ANC-ARTICLE.
           05  F-ANC-NOM-ARTICLE              PIC X(10).
           05  F-ANC-CODE-ARTICLE             PIC X(06).
           05  FILLER                         PIC X(35).

       FD  FICHIER-NOUVEAU.
           COPY "Article.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ANCIEN-STATUS                     PIC XX.
       01 WS-NOUVEAU-STATUS                    PIC XX.
       01 WS-FIN                               PIC X VALUE "C".
       01 WS-NB-LUES                           PIC 9(03) VALUE 0.
       01 WS-NB-ECRITES                        PIC 9(03) VALUE 0.
       01 WS-NB-SANS-CODE                      PIC 9(03) VALUE 0.
       01 WS-NB-CODES-DOUBLES                  PIC 9(03) VALUE 0.

      *    Codes deja rencontres, pour signaler les doublons
       01 WS-TABLE-CODES.
           05 WS-COD OCCURS 500 TIMES.
              10 WS-COD-CODE                   PIC X(06).
              10 WS-COD-NOM                    PIC X(10).
       77 WS-COD-CAPACITE                      PIC 9(03) VALUE 500.
       01 WS-NB-COD                            PIC 9(03) VALUE 0.
       01 WS-IDX-COD                           PIC 9(03) VALUE 1.
       01 WS-IDX-COD-TROUVE                    PIC 9(03) VALUE 0.

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
                           PERFORM CONTROLER-CODE
                           MOVE F-ANC-ARTICLE TO F-ARTICLE
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
               DISPLAY "Articles lus         : " WS-NB-LUES
               DISPLAY "Articles ecrits      : " WS-NB-ECRITES
               DISPLAY "Articles sans code   : " WS-NB-SANS-CODE
               DISPLAY "Codes en double      : " WS-NB-CODES-DOUBLES
               DISPLAY "Renommer inventaire2.dat en inventaire.dat "
                       "pour achever la migration"
           END-IF
       END-IF.

       GOBACK.

      *    Signale le code de l'article lu s'il a deja ete rencontre
      *    sur un autre article ; un code a blanc est seulement compte
       CONTROLER-CODE.
           IF F-ANC-CODE-ARTICLE = SPACES
               ADD 1 TO WS-NB-SANS-CODE
           ELSE
               MOVE 0 TO WS-IDX-COD-TROUVE
               PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                       UNTIL WS-IDX-COD > WS-NB-COD
                       OR WS-IDX-COD-TROUVE NOT = 0
                   IF WS-COD-CODE(WS-IDX-COD) = F-ANC-CODE-ARTICLE
                       MOVE WS-IDX-COD TO WS-IDX-COD-TROUVE
                   END-IF
               END-PERFORM
               IF WS-IDX-COD-TROUVE = 0
                   IF WS-NB-COD < WS-COD-CAPACITE
                       ADD 1 TO WS-NB-COD
                       MOVE F-ANC-CODE-ARTICLE
                           TO WS-COD-CODE(WS-NB-COD)
                       MOVE F-ANC-NOM-ARTICLE
                           TO WS-COD-NOM(WS-NB-COD)
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-CODES-DOUBLES
                   DISPLAY "** Code " F-ANC-CODE-ARTICLE " de "
                           F-ANC-NOM-ARTICLE " deja porte par "
                           WS-COD-NOM(WS-IDX-COD-TROUVE) " **"
               END-IF
           END-IF.
