      *    Ligne de la reference des codes-barres (codes-barres.txt)
      *    tenue par MAINT-EAN : un code EAN lu par la douchette et
      *    le code article F-CODE-ARTICLE qu'il designe. Un article
      *    peut porter plusieurs codes (formats, fournisseurs) ; un
      *    code ne designe qu'un article. Le sous-programme
      *    CodeArticle s'en sert pour retrouver l'article d'une
      *    saisie.
       01  F-CODE-BARRE.
           05  F-CB-EAN                       PIC X(13).
           05  F-CB-CODE-ARTICLE              PIC X(06).
