      *    Ligne de la reference des codes postaux codes-postaux.txt
      *    tenue par MAINT-CP : un code postal et le nom officiel
      *    d'une commune qu'il dessert, en majuscules, sur la largeur
      *    de F-PER-VILLE. Un code peut desservir plusieurs communes
      *    (une ligne par couple) ; le fichier est tenu trie sur le
      *    code puis la commune. Le sous-programme CodePostal s'en
      *    sert pour valider une adresse et proposer la correction.
       01  F-CODE-POSTAL.
           05  F-CPO-CODE                     PIC X(05).
           05  F-CPO-VILLE                    PIC X(15).
