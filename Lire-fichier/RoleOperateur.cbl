      *    Sous-programme partagé : role d'un operateur d'apres
      *    operateurs.txt, dont l'enregistrement porte desormais un
      *    role en queue (O = operateur, S = superviseur ; a blanc,
      *    O ; B = operateur de la chaine automatique, traite comme
      *    O et refuse en saisie par Connexion). Les programmes
      *    sensibles - validation des propositions (VALIDE-AJUST),
      *    restauration des maitres (SAUVEGARDE), correction de
      *    solde (CLIENT-MAINT), purge
      *    des journaux - ne laissent passer que les superviseurs,
      *    et consignent les refus via AlerteLog.
      *    Un fichier operateurs.txt absent rend "S" : tant que les
