      *>----------------------------------------------------------------
      *> Copybook     : LITIGEREC
      *> Description  : Ligne du registre des contestations clients
      *>                (litiges.txt) -- un mouvement du grand livre
      *>                conteste par un client, repere par sa cle au
      *>                grand livre (compte + sequence), avec le credit
      *>                provisoire eventuel et l'issue du litige. Champs
      *>                de largeur fixe separes par '|', partages entre
      *>                l'ecran LITIGES et l'etat RAPPORT-LITIGES.
      *>----------------------------------------------------------------
      *>   Numero de litige "LTnnnnnnnn" (serie litiges_control.txt) ;
      *>   c'est aussi la reference du credit provisoire au lot.
       05 LIT-NUMERO         PIC X(10).
       05 FILLER             PIC X(1).
      *>   Etat : 'O' ouvert, 'P' ouvert avec credit provisoire emis,
      *>   'F' clos en faveur du client (credit confirme), 'R' clos
      *>   en defaveur du client (credit provisoire repris).
       05 LIT-ETAT           PIC X(1).
       05 FILLER             PIC X(1).
      *>   Cle du mouvement conteste au grand livre.
       05 LIT-COMPTE         PIC 9(5).
       05 FILLER             PIC X(1).
       05 LIT-SEQUENCE       PIC 9(7).
       05 FILLER             PIC X(1).
      *>   Mouvement conteste, tel que relu au grand livre.
       05 LIT-DATE-MVT       PIC 9(8).
       05 FILLER             PIC X(1).
       05 LIT-TYPE-MVT       PIC X(1).
       05 FILLER             PIC X(1).
       05 LIT-MONTANT-MVT    PIC 9(7)V99.
       05 FILLER             PIC X(1).
      *>   Client a l'origine de la contestation (le titulaire ou un
      *>   mandataire du compte).
       05 LIT-CLIENT         PIC 9(5).
       05 FILLER             PIC X(1).
      *>   Motif : 'M' montant errone, 'I' debit inconnu, 'D' debit
      *>   en double, 'N' prestation non recue, 'A' autre.
       05 LIT-MOTIF          PIC X(1).
       05 FILLER             PIC X(1).
       05 LIT-DETAIL         PIC X(40).
       05 FILLER             PIC X(1).
      *>   Ouverture et date limite de reponse (delai reglementaire en
      *>   jours ouvres, cle DELAI-LITIGE-JOURS).
       05 LIT-DATE-OUVERTURE PIC 9(8).
       05 FILLER             PIC X(1).
       05 LIT-ECHEANCE       PIC 9(8).
       05 FILLER             PIC X(1).
      *>   Credit provisoire : montant et date d'emission au lot.
       05 LIT-MONTANT-PROV   PIC 9(7)V99.
       05 FILLER             PIC X(1).
       05 LIT-DATE-PROV      PIC 9(8).
       05 FILLER             PIC X(1).
      *>   Cloture : date et operateur de la derniere decision.
       05 LIT-DATE-CLOTURE   PIC 9(8).
       05 FILLER             PIC X(1).
       05 LIT-OPERATEUR      PIC X(8).
