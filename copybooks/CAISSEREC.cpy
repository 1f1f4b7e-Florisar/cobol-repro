      *>----------------------------------------------------------------
      *> Copybook     : CAISSEREC
      *> Description  : Ligne du registre des caisses guichet
      *>                (caisses.txt) -- une caisse par operateur et par
      *>                journee d'exploitation : fonds de caisse compte
      *>                a l'ouverture, puis resultat de l'arrete (caisse
      *>                attendue, caisse comptee, excedent ou manquant,
      *>                visa du superviseur hors tolerance). Champs de
      *>                largeur fixe separes par '|', partages entre
      *>                l'ecran CAISSE-GUICHET, la saisie SAISIE-TRANS
      *>                et le tableau de bord TABLEAU-BORD.
      *>----------------------------------------------------------------
      *>   Cle : journee d'exploitation + operateur de la session.
       05 CAI-DATE           PIC 9(8).
       05 FILLER             PIC X(1).
       05 CAI-OPERATEUR      PIC X(8).
       05 FILLER             PIC X(1).
      *>   Etat : 'O' ouverte (mouvements especes acceptes), 'F'
      *>   arretee pour la journee.
       05 CAI-ETAT           PIC X(1).
       05 FILLER             PIC X(1).
      *>   Fonds de caisse compte a l'ouverture.
       05 CAI-FONDS          PIC 9(7)V99.
       05 FILLER             PIC X(1).
      *>   Cumuls des mouvements especes de caisses_mouvements.txt,
      *>   poses a l'arrete : versements (entrees) et retraits
      *>   (sorties), puis caisse attendue = fonds + entrees - sorties.
       05 CAI-ENTREES        PIC 9(7)V99.
       05 FILLER             PIC X(1).
       05 CAI-SORTIES        PIC 9(7)V99.
       05 FILLER             PIC X(1).
       05 CAI-ATTENDU        PIC 9(7)V99.
       05 FILLER             PIC X(1).
      *>   Caisse comptee a l'arrete et ecart contre l'attendu :
      *>   sens '+' excedent, '-' manquant, ' ' caisse juste.
       05 CAI-COMPTE         PIC 9(7)V99.
       05 FILLER             PIC X(1).
       05 CAI-SENS           PIC X(1).
       05 FILLER             PIC X(1).
       05 CAI-ECART          PIC 9(7)V99.
       05 FILLER             PIC X(1).
      *>   Superviseur qui a vise un ecart au-dela de la tolerance
      *>   (cle CAISSE-TOLERANCE) ; a blanc sinon.
       05 CAI-SUPERVISEUR    PIC X(8).
       05 FILLER             PIC X(1).
      *>   Dernier comptage par coupure (500, 200, 100, 50, 20, 10 et
      *>   5 euros -- celui de l'ouverture, remplace par celui de
      *>   l'arrete), puis la monnaie en un seul montant.
       05 CAI-COUPURES OCCURS 7 TIMES.
           10 CAI-NB-BILLETS  PIC 9(5).
           10 FILLER          PIC X(1).
       05 CAI-PIECES         PIC 9(5)V99.
