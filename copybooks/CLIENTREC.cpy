      *>   (baremes.txt, lu par LIRE-BAREME) ; un client d'avant la
      *>   segmentation est repute standard.
       05 CLI-SEGMENT        PIC X(1).
      *>   Exoneration de la retenue a la source sur les interets
      *>   crediteurs : 'O' client dispense (justificatif au dossier),
      *>   'N' retenue appliquee -- un client d'avant l'indicateur est
      *>   soumis a la retenue.
       05 CLI-EXONERE        PIC X(1).
      *>   Piece d'identite verifiee a l'ouverture ou a la derniere
      *>   revision du dossier : type 'C' (carte d'identite), 'P'
      *>   (passeport) ou 'S' (titre de sejour), numero et date
      *>   d'expiration (AAAAMMJJ).
       05 CLI-PIECE-TYPE     PIC X(1).
       05 CLI-PIECE-NUMERO   PIC X(15).
       05 CLI-PIECE-EXPIRE   PIC X(8).
      *>   Prochaine revision du dossier (AAAAMMJJ), fixee a chaque
      *>   revision au guichet selon le risque (plus tot pour le
      *>   segment 'E'). Une fiche d'avant les revisions laisse ces
      *>   quatre champs a blanc : REVISIONS-KYC la signale comme
      *>   dossier incomplet.
       05 CLI-REVISION       PIC X(8).
      *>   Agence de rattachement du client (trois chiffres, "001"),
      *>   posee a la creation sur l'agence de l'operateur. Une fiche
      *>   d'avant les agences laisse le champ a blanc : elle releve
      *>   de l'agence par defaut (cle AGENCE-DEFAUT) jusqu'au passage
      *>   de MIGRE-AGENCES.
       05 CLI-AGENCE         PIC X(3).
      *>   Courrier revenu de l'imprimeur routeur : 'R' quand un pli
      *>   est revenu (n'habite pas a l'adresse indiquee, adresse
      *>   incomplete...), pose par RETOUR-COURRIER ; les documents
      *>   suivants sont ecartes vers la liste des exceptions. Leve
      *>   par tout changement d'adresse approuve (APPROB-CLIENTS).
      *>   A blanc pour une fiche d'avant l'imprimeur.
       05 CLI-RETOUR-PLI     PIC X(1).
