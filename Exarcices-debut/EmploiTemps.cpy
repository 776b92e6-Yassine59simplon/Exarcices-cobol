      *    Un cours de l'emploi du temps hebdomadaire
      *    (emploi-temps.txt, entretenu par EMPLOI-TEMPS) : classe,
      *    jour (1 = lundi ... 6 = samedi), heure de debut du creneau
      *    d'une heure (08 a 17), matiere (matieres.txt), professeur
      *    (professeurs.txt) et salle. Une classe, un professeur ou
      *    une salle n'a jamais deux cours sur le meme creneau.
       01  F-COURS.
           05 F-CRS-CLASSE                    PIC X(03).
           05 F-CRS-JOUR                      PIC 9.
           05 F-CRS-HEURE                     PIC 9(02).
           05 F-CRS-MATIERE                   PIC X(10).
           05 F-CRS-PROF                      PIC X(03).
           05 F-CRS-SALLE                     PIC X(05).
