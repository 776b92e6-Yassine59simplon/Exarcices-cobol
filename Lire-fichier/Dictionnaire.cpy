      *    Ligne du dictionnaire de reference dictionnaire.txt tenu par
      *    MAINT-DICO : un mot en majuscules (lettres seules, les
      *    separateurs et chiffres coupent les mots) et son origine :
      *    M = mots.txt, C = commune de codes-postaux.txt, A = mot
      *    approuve a la main (correction ou nom propre releve par
      *    ORTHOGRAPHE). Un mot n'y figure qu'une fois ; le fichier
      *    est tenu trie sur le mot. La reconstruction reprend les
      *    mots M et C de leurs sources et garde les mots A.
       01  F-DICTIONNAIRE.
           05  F-DIC-MOT                      PIC X(20).
           05  F-DIC-ORIGINE                  PIC X(01).
