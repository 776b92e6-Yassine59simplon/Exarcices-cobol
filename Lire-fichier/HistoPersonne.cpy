      *    Ligne de l'historique des personnes personnes-histo.txt,
      *    ajoutee par le sous-programme HistoPersonne et jamais
      *    reecrite : chaque ecriture dans le maitre personnes.dat
      *    (Personnes-d, CHARCHE-NOM, ARCHIVE-PERS) et chaque
      *    rattachement de GERE-MENAGES y laisse deux lignes de meme
      *    horodatage, l'image avant (A) puis l'image apres (P).
      *    Action : C = creation, M = modification, S = suppression,
      *    A = archivage, R = restauration, H = menage change,
      *    E = effacement (DROITS-PERS : images deja anonymisees ; les
      *    lignes anterieures de la personne sont anonymisees en
      *    meme temps, seule reecriture de l'historique).
      *    L'image reprend l'enregistrement complet du maitre
      *    (PersonneMaitre.cpy) suivi du menage et du drapeau de chef
      *    (menages.txt, renseignes pour l'action H seulement) ; une
      *    image a blanc signale une personne absente (avant une
      *    creation, apres une suppression). L'archivage a pour
      *    image apres la ligne versee dans personnes-archives.txt
      *    (etat I ou D et sa date), la restauration cette ligne
      *    pour image avant.
      *    HISTO-PERSONNES en tire la consultation champ par champ
      *    et le releve des changements d'une periode.
       01  F-HISTO-PERSONNE.
           05  F-HPE-DATE                     PIC 9(08).
           05  F-HPE-HEURE                    PIC 9(06).
           05  F-HPE-OPERATEUR                PIC X(03).
           05  F-HPE-PROGRAMME                PIC X(10).
           05  F-HPE-ACTION                   PIC X.
           05  F-HPE-SENS                     PIC X.
           05  F-HPE-IMAGE.
               10  F-HPE-PERSONNE             PIC X(120).
               10  F-HPE-MENAGE               PIC X(04).
               10  F-HPE-CHEF                 PIC X.
