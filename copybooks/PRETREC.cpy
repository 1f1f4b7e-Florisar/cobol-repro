      *>----------------------------------------------------------------
      *> Copybook     : PRETREC
      *> Description  : Enregistrement du livre des prets (prets.dat,
      *>                indexe par le numero de pret), partage entre
      *>                PRETS, ECHEANCES-PRETS et RAPPORT-PRETS.
      *>----------------------------------------------------------------
       05 PRT-NUMERO         PIC 9(6).
      *>   Compte courant de prelevement des echeances (numero de
      *>   clients.csv) et client titulaire relu par COMPTE-REGISTRE
      *>   a l'ouverture -- le pret est rattache a la personne, pas
      *>   seulement au compte.
       05 PRT-COMPTE         PIC 9(5).
       05 PRT-CLIENT         PIC 9(5).
       05 PRT-CAPITAL        PIC 9(7)V99.
      *>   Taux annuel en pourcentage (4.50 = 4,50 %), duree en mois,
      *>   date de debut AAAAMMJJ : la premiere echeance tombe un mois
      *>   apres, les suivantes de mois en mois au meme quantieme.
       05 PRT-TAUX           PIC 9(2)V99.
       05 PRT-DUREE          PIC 9(3).
       05 PRT-DATE-DEBUT     PIC 9(8).
       05 PRT-MENSUALITE     PIC 9(7)V99.
      *>   Capital restant du apres les echeances deja emises, nombre
      *>   d'echeances emises et date de la prochaine -- tenus par
      *>   ECHEANCES-PRETS.
       05 PRT-RESTANT        PIC 9(7)V99.
       05 PRT-NB-EMISES      PIC 9(3).
       05 PRT-PROCHAINE      PIC 9(8).
      *>   'N' accorde, pas encore decaisse ; 'A' en cours ; 'T'
      *>   toutes les echeances emises.
       05 PRT-STATUT         PIC X(1).
       05 PRT-DATE-OUVERTURE PIC 9(8).
