      *    Decision du conseil de classe pour un eleve, saisie en
      *    seance par CONSEIL-CLASSE dans le fichier du trimestre
      *    (decisions-conseil-2026T1.txt par exemple) : une ligne par
      *    decision, un eleve pouvant en recevoir plusieurs. Le code
      *    vient du referentiel codes-conseil.txt (AvisConseil) ; le
      *    commentaire est celui du professeur principal. BULLETIN
      *    les imprime sous les moyennes, BILAN-ANNEE compte les
      *    avertissements de l'annee et LETTRES-PAR en fait un
      *    paragraphe de la lettre (jeton <CONSEIL>).
       01  F-DECISION-CONSEIL.
           05  F-DCO-ELEVE                    PIC X(10).
           05  F-DCO-CLASSE                   PIC X(03).
           05  F-DCO-CODE                     PIC X(03).
           05  F-DCO-COMMENTAIRE              PIC X(60).
