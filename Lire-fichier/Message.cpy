      *    Ligne de la file des messages sortants messages.txt : un
      *    message destine a une personne hors de la console, ajoute
      *    par le sous-programme MessageSortant (LETTRES-PAR,
      *    RECEPTION-CDE, RELANCES, AlerteLog, MATIN-BRIEF) et suivi
      *    par MESSAGES. Le corps du message n'est pas recopie : la
      *    reference designe le fichier ou la ligne qui le porte.
      *    Canal : C = courrier, E = email, S = SMS.
      *    Statut : A = en attente, L = libere (remis au fichier
      *    d'envoi du canal), E = envoye, X = en echec (sera
      *    retente), B = abandonne apres le nombre maximal d'essais.
      *    Les essais comptent les liberations du message.
       01  F-MESSAGE.
           05  F-MSG-NUMERO                   PIC 9(06).
           05  F-MSG-DESTINATAIRE             PIC X(30).
           05  F-MSG-CANAL                    PIC X(01).
           05  F-MSG-OBJET                    PIC X(40).
           05  F-MSG-REFERENCE                PIC X(40).
           05  F-MSG-SOURCE                   PIC X(10).
           05  F-MSG-STATUT                   PIC X(01).
           05  F-MSG-ESSAIS                   PIC 9(02).
           05  F-MSG-DATE-CREATION            PIC 9(08).
           05  F-MSG-HEURE-CREATION           PIC 9(04).
           05  F-MSG-DATE-ETAT                PIC 9(08).
           05  F-MSG-HEURE-ETAT               PIC 9(04).
           05  F-MSG-OPERATEUR                PIC X(03).
