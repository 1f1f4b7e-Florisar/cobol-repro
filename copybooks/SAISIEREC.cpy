      *>----------------------------------------------------------------
      *> Copybook     : SAISIEREC
      *> Description  : Ligne du registre des saisies (saisies.txt) --
      *>                saisie judiciaire ou avis a tiers detenteur
      *>                notifie a la banque sur un compte : reference
      *>                legale, creancier, montant saisi (retranche du
      *>                disponible tant que la saisie est active), date
      *>                de reception et fin du delai legal, puis issue.
      *>                Champs de largeur fixe separes par '|', partages
      *>                entre l'ecran SAISIES, MAJ-SOLDE et EX-GPT.
      *>----------------------------------------------------------------
      *>   Numero de saisie "SJnnnnnnnn" (serie saisies_control.txt) ;
      *>   c'est aussi la reference du versement au creancier au lot.
       05 SAI-NUMERO         PIC X(10).
       05 FILLER             PIC X(1).
      *>   Etat : 'O' active (montant gele), 'L' levee apres versement
      *>   au creancier, 'M' mainlevee sans versement.
       05 SAI-ETAT           PIC X(1).
       05 FILLER             PIC X(1).
       05 SAI-COMPTE         PIC 9(5).
       05 FILLER             PIC X(1).
      *>   Nature : 'J' saisie judiciaire (commissaire de justice),
      *>   'F' avis a tiers detenteur de l'administration fiscale.
       05 SAI-NATURE         PIC X(1).
       05 FILLER             PIC X(1).
       05 SAI-REFERENCE      PIC X(20).
       05 FILLER             PIC X(1).
      *>   Creancier et son compte chez l'autre banque (11 caracteres
      *>   au plus, comme le compte externe d'un virement 'X').
       05 SAI-CREANCIER      PIC X(30).
       05 FILLER             PIC X(1).
       05 SAI-COMPTE-CREANC  PIC X(11).
       05 FILLER             PIC X(1).
       05 SAI-MONTANT        PIC 9(7)V99.
       05 FILLER             PIC X(1).
      *>   Reception de l'acte et fin du delai legal (cle
      *>   DELAI-SAISIE-JOURS, jours calendaires).
       05 SAI-DATE-RECEPTION PIC 9(8).
       05 FILLER             PIC X(1).
       05 SAI-ECHEANCE       PIC 9(8).
       05 FILLER             PIC X(1).
      *>   Issue : montant verse au creancier (le solde insaisissable
      *>   reste au client) et date de la levee.
       05 SAI-MONTANT-VERSE  PIC 9(7)V99.
       05 FILLER             PIC X(1).
       05 SAI-DATE-LEVEE     PIC 9(8).
       05 FILLER             PIC X(1).
       05 SAI-OPERATEUR      PIC X(8).
