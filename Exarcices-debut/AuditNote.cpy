      *    Ligne du journal des modifications de notes (notes-
      *    audit.txt), ajoutee par le sous-programme AuditNote et
      *    jamais reecrite : chaque note deja enregistree dans
      *    notes.txt puis modifiee ou supprimee (ExerciceNotes, passe
      *    de correction ou rattrapage ; CHARGE-NOTES, feuille
      *    rechargee) y laisse une ligne avec l'ancienne et la
      *    nouvelle valeur, l'operateur, l'heure et le motif saisi.
      *    Action : M = note modifiee, S = ligne supprimee (nouvelle
      *    note a blanc), A = ligne reportee sur un autre eleve, une
      *    autre matiere ou une autre date par une correction (la
      *    ligne d'origine a alors sa ligne S, ancienne note a blanc).
      *    Les notes sont en clair : deux chiffres, ou ABS pour une
      *    marque d'absence. AUDIT-NOTES en tire le releve par classe
      *    et par trimestre pour le conseil de classe.
       01  F-AUDIT-NOTE.
           05  F-AUD-DATE                     PIC 9(08).
           05  F-AUD-HEURE                    PIC 9(04).
           05  F-AUD-OPERATEUR                PIC X(03).
           05  F-AUD-PROGRAMME                PIC X(10).
           05  F-AUD-ACTION                   PIC X.
           05  F-AUD-ELEVE                    PIC X(10).
           05  F-AUD-CLASSE                   PIC X(03).
           05  F-AUD-MATIERE                  PIC X(10).
           05  F-AUD-DATE-EVAL                PIC 9(08).
           05  F-AUD-ANCIENNE                 PIC X(03).
           05  F-AUD-NOUVELLE                 PIC X(03).
           05  F-AUD-MOTIF                    PIC X(30).
