      *                  ecriture sur un enregistrement client
      *                  (TEST-CLIENT, SYNC-CLIENT, DORMANCE,
      *                  DESHERENCE, CLOTURE-COMPTE, COMPTES,
      *                  REPARE-REJETS, APPROB-CLIENTS)
      *                  ajoute une ligne au fichier
      *                  commun clients_historique.txt : horodatage,
      *                  operateur de la session (operateur_session.txt
      *                  pose par MENU), identifiant, champ touche,
