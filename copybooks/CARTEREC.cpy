      *>----------------------------------------------------------------
      *> Copybook     : CARTEREC
      *> Description  : Enregistrement du registre des cartes
      *>                (cartes.dat, indexe sur le numero de carte) --
      *>                une carte n'est plus le numero de compte : un
      *>                compte peut en porter plusieurs, une carte
      *>                perdue est remplacee sans toucher au compte, et
      *>                chaque carte a sa date d'expiration. Les
      *>                empreintes de code et les verrous de SECUPIN
      *>                sont tenus par carte. Tenu par CARTE-REGISTRE.
      *>----------------------------------------------------------------
       05 CAR-NUMERO         PIC 9(8).
      *>   Compte debite par la carte (registre des comptes).
       05 CAR-COMPTE         PIC 9(5).
       05 CAR-EMISSION       PIC 9(8).
      *>   Dernier jour de validite (fin du mois d'expiration).
       05 CAR-EXPIRATION     PIC 9(8).
      *>   'A' active, 'P' perdue, 'V' volee, 'E' expiree,
      *>   'R' remplacee.
       05 CAR-STATUT         PIC X(1).
       05 CAR-DATE-STATUT    PIC 9(8).
      *>   Carte dont celle-ci prend la suite (zero pour une premiere
      *>   carte) et carte emise pour lui succeder (zero tant qu'aucune
      *>   ne l'a ete).
       05 CAR-ORIGINE        PIC 9(8).
       05 CAR-REMPLACANTE    PIC 9(8).
