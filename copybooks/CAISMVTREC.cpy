      *>----------------------------------------------------------------
      *> Copybook     : CAISMVTREC
      *> Description  : Ligne du journal des mouvements especes des
      *>                caisses guichet (caisses_mouvements.txt) -- un
      *>                versement ou un retrait en especes saisi par
      *>                SAISIE-TRANS, rattache a la caisse ouverte de
      *>                l'operateur de la session (voir CAISSEREC) et a
      *>                la reference guichet de la ligne partie au lot.
      *>                Relu par CAISSE-GUICHET pour la position et
      *>                l'arrete de la caisse.
      *>----------------------------------------------------------------
       05 CMV-DATE           PIC 9(8).
       05 FILLER             PIC X(1).
       05 CMV-OPERATEUR      PIC X(8).
       05 FILLER             PIC X(1).
      *>   Reference "GUnnnnnnnn" de la ligne du lot.
       05 CMV-REFERENCE      PIC X(10).
       05 FILLER             PIC X(1).
       05 CMV-COMPTE         PIC 9(5).
       05 FILLER             PIC X(1).
      *>   Sens pour la caisse : 'E' entree (versement especes, credit
      *>   'C' au compte), 'S' sortie (retrait especes, debit 'D').
       05 CMV-SENS           PIC X(1).
       05 FILLER             PIC X(1).
       05 CMV-MONTANT        PIC 9(7)V99.
