      *    Ligne des envois campagnes-envois.txt, une par etiquette
      *    imprimee pour une campagne (Campagne.cpy) : la personne
      *    destinataire (pour un menage, son chef, avec le numero du
      *    menage) et le code postal et la ville de l'adresse au
      *    moment de l'envoi, qui servent au taux de retour par
      *    ville du rapport de CAMPAGNES.
       01  F-ENVOI.
           05  F-ENV-CAMPAGNE                 PIC X(08).
           05  F-ENV-PERSONNE                 PIC 9(05).
           05  F-ENV-MENAGE                   PIC X(04).
           05  F-ENV-CP                       PIC X(05).
           05  F-ENV-VILLE                    PIC X(15).
