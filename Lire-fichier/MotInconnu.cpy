      *    Ligne de mots-inconnus.txt, reecrit a chaque passage
      *    d'ORTHOGRAPHE : un mot des champs libres absent du
      *    dictionnaire, son nombre d'occurrences et jusqu'a trois
      *    mots du dictionnaire proposes (les plus proches d'abord).
      *    MAINT-DICO le relit pour faire approuver les mots justes.
       01  F-MOT-INCONNU.
           05  F-INC-MOT                      PIC X(20).
           05  F-INC-NOMBRE                   PIC 9(05).
           05  F-INC-SUGGESTION               PIC X(20)
                                              OCCURS 3 TIMES.
