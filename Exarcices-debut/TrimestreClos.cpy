      *    Ligne du registre des trimestres clos (trimestres-
      *    clos.txt), ajoutee par CLOTURE-TRIM a chaque cloture : le
      *    libelle saisi (2026T1 par exemple), la premiere et la
      *    derniere date d'evaluation archivees, la date de cloture
      *    et l'operateur. Une note datee d'un trimestre clos ne se
      *    modifie plus que par un superviseur (TrimClos) ; AUDIT-
      *    NOTES y lit les bornes de chaque trimestre.
       01  F-TRIMESTRE-CLOS.
           05  F-TCL-LIBELLE                  PIC X(06).
           05  F-TCL-DEBUT                    PIC 9(08).
           05  F-TCL-FIN                      PIC 9(08).
           05  F-TCL-DATE-CLOTURE             PIC 9(08).
           05  F-TCL-OPERATEUR                PIC X(03).
