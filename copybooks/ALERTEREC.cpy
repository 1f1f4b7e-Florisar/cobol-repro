      *>----------------------------------------------------------------
      *> Copybook     : ALERTEREC
      *> Description  : Ligne du registre des alertes anti-blanchiment
      *>                (alertes_lcb.txt) -- une alerte ouverte par
      *>                VIGILANCE-LCB sur un schema suspect releve au
      *>                grand livre, instruite ensuite par la
      *>                conformite depuis l'ecran ALERTES-LCB. Champs de
      *>                largeur fixe separes par '|', comme FILTREC.
      *>----------------------------------------------------------------
      *>   Numero d'alerte "ALnnnnnnnn" (serie alertes_lcb_control.txt).
       05 ALR-NUMERO         PIC X(10).
       05 FILLER             PIC X(1).
      *>   Etat : 'O' ouverte, 'E' en enquete, 'C' close sans suite,
      *>   'D' close avec declaration de soupcon.
       05 ALR-ETAT           PIC X(1).
       05 FILLER             PIC X(1).
      *>   Schema : 'F' fractionnement d'especes sous le seuil, 'T'
      *>   transit rapide (gros credit ressorti en virements sous
      *>   48 heures), 'V' volume hors de l'habitude du compte.
       05 ALR-MOTIF          PIC X(1).
       05 FILLER             PIC X(1).
       05 ALR-DATE           PIC 9(8).
       05 FILLER             PIC X(1).
       05 ALR-COMPTE         PIC 9(5).
       05 FILLER             PIC X(1).
      *>   Montant en cause (cumul des versements, credit en transit
      *>   ou volume du mois) et nombre de mouvements concernes.
       05 ALR-MONTANT        PIC 9(9)V99.
       05 FILLER             PIC X(1).
       05 ALR-NOMBRE         PIC 9(3).
       05 FILLER             PIC X(1).
       05 ALR-DETAIL         PIC X(60).
       05 FILLER             PIC X(1).
      *>   Derniere decision de la conformite : date, operateur et
      *>   note d'instruction (a blanc tant que l'alerte est neuve).
       05 ALR-DATE-MAJ       PIC 9(8).
       05 FILLER             PIC X(1).
       05 ALR-OPERATEUR      PIC X(8).
       05 FILLER             PIC X(1).
       05 ALR-NOTE           PIC X(60).
